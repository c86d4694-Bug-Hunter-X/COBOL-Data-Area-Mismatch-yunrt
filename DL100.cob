002800*                   RESUBMIT OR DL180 RELEASE STILL CLEARS  *
002810*                   THE DUPLICATE CHECK AFTER A QUIESCE OR  *
002820*                   CRASH RESTART.                          *
002830*  10/15/26   RLH   APPLY MODE NOW JOURNALS EVERY ADD,      *
002840*                   UPDATE AND LOGICAL DELETE TO THE NEW    *
002850*                   CUMULATIVE TRNJRNL DATASET (DL100JNL    *
002860*                   LAYOUT) WITH THE MASTER RECORD'S BEFORE *
002870*                   AND AFTER IMAGES, THE RUN DATE/TIME AND *
002880*                   THE REGION, SO THE NEW DL210 BACKOUT    *
002890*                   UTILITY CAN REVERSE ONE NIGHT'S APPLY,  *
002900*                   WHOLE OR FOR ONE REGION, INSTEAD OF     *
002910*                   RESTORING THE WHOLE MASTER FROM BACKUP. *
002920*  10/15/26   RLH   EXTRACT GENERATION CONTROL.  THE NEW    *
002930*                   CUMULATIVE EXTCTL DATASET (DL100EXC     *
002940*                   LAYOUT) HOLDS THE LAST HEADER DATE      *
002950*                   TAKEN PER REGION AND SOURCE SYSTEM.  A  *
002960*                   HEADER THAT REPEATS A DATE ALREADY      *
002970*                   TAKEN, OR JUMPS PAST A MISSING BUSINESS *
002980*                   DAY, HOLDS THAT SEGMENT BEFORE ANY      *
002990*                   DETAIL IS PROCESSED, WITH A CONSOLE     *
003000*                   MESSAGE AND RETURN-CODE 24.  A SPLIT-   *
003010*                   RUN INSTANCE CHECKS AGAINST EXTCTL BUT  *
003020*                   WRITES ITS ACCEPTANCES TO ITS OWN       *
003030*                   EXTACC DATASET FOR DL200 TO COMMIT.     *
003040*  10/15/26   RLH   RUNHIST NOW CARRIES THE COUNT AND       *
003050*                   AMOUNT OF DETAILS READ PAST IN HELD     *
003060*                   SEGMENTS, FOR THE DL220 NIGHTLY         *
003070*                   BALANCING.                              *
003080*  10/15/26   RLH   APPLY MODE NOW TAKES REVERSALS.  A      *
003090*                   DETAIL WITH THE REVERSAL STATUS 'RV'    *
003100*                   NAMES THE ORIGINAL ID (NEW DL100REC     *
003110*                   FIELD) AND BACKS OUT ALL OR PART OF ITS *
003120*                   AMOUNT.  IT IS POSTED AS ITS OWN MASTER *
003130*                   RECORD CARRYING THE OFFSET AND THE      *
003140*                   ORIGINAL'S ID AND POSTED AMOUNT, AND    *
003150*                   THE ORIGINAL ONLY GAINS TO ITS          *
003160*                   REVERSED-TO-DATE TOTAL (NEW DL100MST    *
003170*                   FIELDS), BOTH JOURNALED.  A REVERSAL    *
003180*                   WITH NO EXISTING, NON-DELETED ORIGINAL, *
003190*                   OR ONE THAT WOULD OVER-REVERSE IT, IS   *
003200*                   REJECTED TO THE AUDIT LOG UNDER NEW     *
003210*                   REASON CODE 'RV'.  A POSTED REVERSAL IS *
003220*                   NOT MAINTAINED, AND AN UPDATE MAY NOT   *
003230*                   LEAVE ITS ORIGINAL OVER-REVERSED.       *
003240*  10/15/26   RLH   DETAILS SENT IN ANOTHER CURRENCY ARE    *
003250*                   CONVERTED TO HOUSE CURRENCY AT THE      *
003260*                   FXREF RATE IN FORCE ON THE RUN DATE     *
003270*                   BEFORE THE LIMIT CHECK AND THE OUTBOUND *
003280*                   TL/GT HASHES.  NO RATE REJECTS THE      *
003290*                   DETAIL UNDER REASON 'FX'.  THE MASTER   *
003300*                   KEEPS THE CURRENCY, AMOUNT AS SENT AND  *
003310*                   RATE; THE GT ALSO CARRIES THE AS-       *
003320*                   RECEIVED HASH FOR DL220.                *
003330*  10/15/26   RLH   A COMPLETED OUTFILE IS NOW ENTERED ON   *
003340*                   THE CUMULATIVE DELIVREG REGISTER (NEW   *
003350*                   DL100DRG LAYOUT) WITH ITS GT COUNT AND  *
003360*                   AMOUNT HASH, SO DL240 CAN MATCH THE     *
003370*                   CONSUMERS' ACKNOWLEDGEMENTS AGAINST     *
003380*                   WHAT WAS ACTUALLY SENT.                 *
003390*  10/15/26   RLH   DETAILS ARE NOW ALSO HELD TO SUSPENSE   *
003400*                   UNDER REASON 'A' WHEN THEY WOULD TAKE   *
003410*                   THEIR CUSTOMER OVER THE NEW EXPOSREF    *
003420*                   AGGREGATE CEILING ON NET AMOUNT OR      *
003430*                   DETAIL COUNT OVER A ROLLING WINDOW,     *
003440*                   COUNTING TRNMASTR (SWEPT AT START-UP,   *
003450*                   NOW DYNAMIC ACCESS) AND THE NIGHT'S     *
003460*                   ACCEPTED DETAILS.                       *
003470*  10/15/26   RLH   RUNHIST NOW RECORDS THE RUN MODE AND    *
003480*                   HOW THE RUN ENDED (COMPLETED, CIRCUIT   *
003490*                   BREAKER OR CUTOFF QUIESCE) FOR THE      *
003500*                   DL270 KPI EXTRACT.                      *
003510*  10/15/26   RLH   EXTRACT GENERATION CONTROL IS NOW KEPT  *
003520*                   PER RUN MODE, SO THE TRANSFER AND APPLY *
003530*                   STEPS EACH TAKE THE NIGHT'S EXTRACT     *
003540*                   ONCE; A VALIDATE-ONLY RUN CHECKS        *
003550*                   AGAINST THE TRANSFER DATE.  A SPLIT-RUN *
003560*                   INSTANCE NO LONGER REGISTERS ITS OWN    *
003570*                   OUTFILE IN DELIVREG - DL200 REGISTERS   *
003580*                   THE COMBINED ONE.                       *
003590*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003610 CONFIGURATION SECTION.
003620 SOURCE-COMPUTER. IBM-370.
003630 OBJECT-COMPUTER. IBM-370.
003640 INPUT-OUTPUT SECTION.
003650 FILE-CONTROL.
003660     SELECT INFILE ASSIGN TO "INFILE"
003670         ORGANIZATION IS SEQUENTIAL
003680         FILE STATUS IS WS-INFILE-STATUS.
003690     SELECT OUT-FILE ASSIGN TO "OUTFILE"
003700         ORGANIZATION IS SEQUENTIAL
003710         FILE STATUS IS WS-OUTFILE-STATUS.
003720     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003730         ORGANIZATION IS SEQUENTIAL
003740         FILE STATUS IS WS-AUDIT-STATUS.
003750     SELECT SPILLOVER-FILE ASSIGN TO "SPILLOVR"
003760         ORGANIZATION IS SEQUENTIAL
003770         FILE STATUS IS WS-SPILL-STATUS.
003780     SELECT REJECT-CAPTURE-FILE ASSIGN TO "REJCAP"
003790         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-REJ-STATUS.
003810     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS WS-SUS-STATUS.
003840     SELECT LIMIT-REF-FILE ASSIGN TO "LIMITREF"
003850         ORGANIZATION IS SEQUENTIAL
003860         FILE STATUS IS WS-LIM-STATUS.
003870     SELECT EXPOSURE-REF-FILE ASSIGN TO "EXPOSREF"
003880         ORGANIZATION IS SEQUENTIAL
003890         FILE STATUS IS WS-EXP-STATUS.
003900     SELECT REGION-REF-FILE ASSIGN TO "REGNREF"
003910         ORGANIZATION IS SEQUENTIAL
003920         FILE STATUS IS WS-RGF-STATUS.
003930     SELECT FX-RATE-FILE ASSIGN TO "FXREF"
003940         ORGANIZATION IS SEQUENTIAL
003950         FILE STATUS IS WS-FXR-STATUS.
003960     SELECT CHECKPOINT-FILE ASSIGN TO "DL100CKP"
003970         ORGANIZATION IS SEQUENTIAL
003980         FILE STATUS IS WS-CKPT-STATUS.
003990     SELECT CONTROL-CARD ASSIGN TO "CTLCARD"
004000         ORGANIZATION IS SEQUENTIAL
004010         FILE STATUS IS WS-CTL-STATUS.
004020     SELECT ID-NEW-FILE ASSIGN TO "IDNEW"
004030         ORGANIZATION IS SEQUENTIAL
004040         FILE STATUS IS WS-IDN-STATUS.
004050     SELECT ID-MASTER-FILE ASSIGN TO "IDMASTER"
004060         ORGANIZATION IS SEQUENTIAL
004070         FILE STATUS IS WS-IDM-STATUS.
004080     SELECT STATUS-REF-FILE ASSIGN TO "STATREF"
004090         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-SRF-STATUS.
004110     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS WS-HST-STATUS.
004140     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
004150         ORGANIZATION IS INDEXED
004160         ACCESS MODE IS DYNAMIC
004170         RECORD KEY IS DL100-MST-ID
004180         FILE STATUS IS WS-MST-STATUS.
004190     SELECT OPTIONAL TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
004200         ORGANIZATION IS SEQUENTIAL
004210         FILE STATUS IS WS-JNL-STATUS.
004220     SELECT OPTIONAL EXTRACT-CTL-FILE ASSIGN TO "EXTCTL"
004230         ORGANIZATION IS SEQUENTIAL
004240         FILE STATUS IS WS-EXC-STATUS.
004250     SELECT OPTIONAL EXTRACT-ACC-FILE ASSIGN TO "EXTACC"
004260         ORGANIZATION IS SEQUENTIAL
004270         FILE STATUS IS WS-EXA-STATUS.
004280     SELECT OPTIONAL DELIVERY-REG-FILE ASSIGN TO "DELIVREG"
004290         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-DRG-STATUS.
004310 DATA DIVISION.
004320 FILE SECTION.
004330 FD  INFILE
004340     RECORDING MODE IS F
004350     LABEL RECORDS ARE STANDARD.
004360 01  INFILE-RECORD                PIC X(100).
004370 FD  OUT-FILE
004380     RECORDING MODE IS F
004390     LABEL RECORDS ARE STANDARD.
004400 01  OUTFILE-RECORD               PIC X(100).
004410 FD  AUDIT-LOG
004420     RECORDING MODE IS F
004430     LABEL RECORDS ARE STANDARD.
004440     COPY DL100AUD.
004450 FD  SPILLOVER-FILE
004460     RECORDING MODE IS F
004470     LABEL RECORDS ARE STANDARD.
004480     COPY DL100SPL.
004490 FD  REJECT-CAPTURE-FILE
004500     RECORDING MODE IS F
004510     LABEL RECORDS ARE STANDARD.
004520     COPY DL100REJ.
004530 FD  SUSPENSE-FILE
004540     RECORDING MODE IS F
004550     LABEL RECORDS ARE STANDARD.
004560     COPY DL100SUS.
004570 FD  LIMIT-REF-FILE
004580     RECORDING MODE IS F
004590     LABEL RECORDS ARE STANDARD.
004600     COPY DL100LIM.
004610 FD  EXPOSURE-REF-FILE
004620     RECORDING MODE IS F
004630     LABEL RECORDS ARE STANDARD.
004640     COPY DL100EXP.
004650 FD  REGION-REF-FILE
004660     RECORDING MODE IS F
004670     LABEL RECORDS ARE STANDARD.
004680     COPY DL100RGN.
004690 FD  FX-RATE-FILE
004700     RECORDING MODE IS F
004710     LABEL RECORDS ARE STANDARD.
004720     COPY DL100FXR.
004730 FD  CHECKPOINT-FILE
004740     RECORDING MODE IS F
004750     LABEL RECORDS ARE STANDARD.
004760     COPY DL100CHK.
004770 FD  CONTROL-CARD
004780     RECORDING MODE IS F
004790     LABEL RECORDS ARE STANDARD.
004800     COPY DL100CTL.
004810     COPY DL100MAP.
004820 FD  ID-MASTER-FILE
004830     RECORDING MODE IS F
004840     LABEL RECORDS ARE STANDARD.
004850     COPY DL100IDM.
004860 FD  ID-NEW-FILE
004870     RECORDING MODE IS F
004880     LABEL RECORDS ARE STANDARD.
004890 01  ID-NEW-RECORD                 PIC X(14).
004900 FD  STATUS-REF-FILE
004910     RECORDING MODE IS F
004920     LABEL RECORDS ARE STANDARD.
004930     COPY DL100SRF.
004940 FD  TRANS-MASTER-FILE
004950     LABEL RECORDS ARE STANDARD.
004960     COPY DL100MST.
004970 FD  RUN-HISTORY-FILE
004980     RECORDING MODE IS F
004990     LABEL RECORDS ARE STANDARD.
005000     COPY DL100HST.
005010 FD  TRANS-JOURNAL-FILE
005020     RECORDING MODE IS F
005030     LABEL RECORDS ARE STANDARD.
005040     COPY DL100JNL.
005050 FD  EXTRACT-CTL-FILE
005060     RECORDING MODE IS F
005070     LABEL RECORDS ARE STANDARD.
005080 01  EXTCTL-RECORD                 PIC X(80).
005090 FD  EXTRACT-ACC-FILE
005100     RECORDING MODE IS F
005110     LABEL RECORDS ARE STANDARD.
005120 01  EXTACC-RECORD                 PIC X(80).
005130 FD  DELIVERY-REG-FILE
005140     RECORDING MODE IS F
005150     LABEL RECORDS ARE STANDARD.
005160     COPY DL100DRG.
005170 WORKING-STORAGE SECTION.
005180*----------------------------------------------------------*
005190*  RUN CONTROL SWITCHES                                    *
005200*----------------------------------------------------------*
005210 01  WS-SWITCHES.
005220     05  WS-EOF-SW                 PIC X(01)  VALUE 'N'.
005230         88  WS-EOF                           VALUE 'Y'.
005240     05  WS-HDR-SEEN-SW            PIC X(01)  VALUE 'N'.
005250         88  WS-HDR-SEEN                      VALUE 'Y'.
005260     05  WS-TRL-SEEN-SW            PIC X(01)  VALUE 'N'.
005270         88  WS-TRL-SEEN                      VALUE 'Y'.
005280     05  WS-IDM-EOF-SW             PIC X(01)  VALUE 'N'.
005290         88  WS-IDM-EOF                       VALUE 'Y'.
005300     05  WS-DUP-FOUND-SW           PIC X(01)  VALUE 'N'.
005310         88  WS-DUP-FOUND                     VALUE 'Y'.
005320     05  WS-SRF-EOF-SW             PIC X(01)  VALUE 'N'.
005330         88  WS-SRF-EOF                       VALUE 'Y'.
005340     05  WS-CTL-EOF-SW             PIC X(01)  VALUE 'N'.
005350         88  WS-CTL-EOF                       VALUE 'Y'.
005360     05  WS-APPLY-FAIL-SW          PIC X(01)  VALUE 'N'.
005370         88  WS-APPLY-FAILED                  VALUE 'Y'.
005380     05  WS-REV-ON-FILE-SW         PIC X(01)  VALUE 'N'.
005390         88  WS-REV-ON-FILE                   VALUE 'Y'.
005400     05  WS-OVER-REV-SW            PIC X(01)  VALUE 'N'.
005410         88  WS-OVER-REVERSED                 VALUE 'Y'.
005420     05  WS-XFORM-SW               PIC X(01)  VALUE 'Y'.
005430         88  WS-XFORM-OK                      VALUE 'Y'.
005440     05  WS-ABORT-SW               PIC X(01)  VALUE 'N'.
005450         88  WS-ABORTED                       VALUE 'Y'.
005460     05  WS-QUIESCE-SW             PIC X(01)  VALUE 'N'.
005470         88  WS-QUIESCED                      VALUE 'Y'.
005480     05  WS-HST-EOF-SW             PIC X(01)  VALUE 'N'.
005490         88  WS-HST-EOF                       VALUE 'Y'.
005500     05  WS-OUT-HDR-SW             PIC X(01)  VALUE 'N'.
005510         88  WS-OUT-HDR-OPEN                  VALUE 'Y'.
005520     05  WS-SUSPEND-SW             PIC X(01)  VALUE 'N'.
005530         88  WS-SUSPENDED                     VALUE 'Y'.
005540     05  WS-LIM-EOF-SW             PIC X(01)  VALUE 'N'.
005550         88  WS-LIM-EOF                       VALUE 'Y'.
005560     05  WS-RGF-EOF-SW             PIC X(01)  VALUE 'N'.
005570         88  WS-RGF-EOF                       VALUE 'Y'.
005580     05  WS-REL-FEED-SW            PIC X(01)  VALUE 'N'.
005590         88  WS-RELEASE-FEED                  VALUE 'Y'.
005600     05  WS-RJP-EOF-SW             PIC X(01)  VALUE 'N'.
005610         88  WS-RJP-EOF                       VALUE 'Y'.
005620     05  WS-SUP-EOF-SW             PIC X(01)  VALUE 'N'.
005630         88  WS-SUP-EOF                       VALUE 'Y'.
005640     05  WS-NO-COMMIT-SW           PIC X(01)  VALUE 'N'.
005650         88  WS-NO-COMMIT                     VALUE 'Y'.
005660     05  WS-POS-DONE-SW            PIC X(01)  VALUE 'N'.
005670         88  WS-POS-DONE                      VALUE 'Y'.
005680     05  WS-EXC-EOF-SW             PIC X(01)  VALUE 'N'.
005690         88  WS-EXC-EOF                       VALUE 'Y'.
005700     05  WS-SEG-HELD-SW            PIC X(01)  VALUE 'N'.
005710         88  WS-SEG-HELD                      VALUE 'Y'.
005720     05  WS-EXC-FULL-SW            PIC X(01)  VALUE 'N'.
005730         88  WS-EXC-FULL                      VALUE 'Y'.
005740     05  WS-EXC-OPEN-SW            PIC X(01)  VALUE 'N'.
005750         88  WS-EXC-OPEN                      VALUE 'Y'.
005760     05  WS-FXR-EOF-SW             PIC X(01)  VALUE 'N'.
005770         88  WS-FXR-EOF                       VALUE 'Y'.
005780     05  WS-FX-FAIL-SW             PIC X(01)  VALUE 'N'.
005790         88  WS-FX-FAILED                     VALUE 'Y'.
005800     05  WS-EXP-EOF-SW             PIC X(01)  VALUE 'N'.
005810         88  WS-EXP-EOF                       VALUE 'Y'.
005820     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
005830         88  WS-MST-EOF                       VALUE 'Y'.
005840     05  WS-EXT-FOUND-SW           PIC X(01)  VALUE 'N'.
005850         88  WS-EXT-FOUND                     VALUE 'Y'.
005860     05  WS-EXT-FULL-SW            PIC X(01)  VALUE 'N'.
005870         88  WS-EXT-FULL                      VALUE 'Y'.
005880     05  WS-EXR-FOUND-SW           PIC X(01)  VALUE 'N'.
005890         88  WS-EXR-FOUND                     VALUE 'Y'.
005900 01  WS-INFILE-STATUS              PIC X(02)  VALUE SPACES.
005910     88  WS-INFILE-OK                         VALUE '00'.
005920     88  WS-INFILE-EOF                        VALUE '10'.
005930 01  WS-OUTFILE-STATUS             PIC X(02)  VALUE SPACES.
005940     88  WS-OUTFILE-OK                        VALUE '00'.
005950 01  WS-AUDIT-STATUS               PIC X(02)  VALUE SPACES.
005960     88  WS-AUDIT-OK                          VALUE '00'.
005970 01  WS-SPILL-STATUS               PIC X(02)  VALUE SPACES.
005980     88  WS-SPILL-OK                          VALUE '00'.
005990 01  WS-REJ-STATUS                 PIC X(02)  VALUE SPACES.
006000     88  WS-REJ-OK                            VALUE '00'.
006010 01  WS-SUS-STATUS                 PIC X(02)  VALUE SPACES.
006020     88  WS-SUS-OK                            VALUE '00'.
006030 01  WS-LIM-STATUS                 PIC X(02)  VALUE SPACES.
006040     88  WS-LIM-OK                            VALUE '00'.
006050 01  WS-EXP-STATUS                 PIC X(02)  VALUE SPACES.
006060     88  WS-EXP-OK                            VALUE '00'.
006070 01  WS-RGF-STATUS                 PIC X(02)  VALUE SPACES.
006080     88  WS-RGF-OK                            VALUE '00'.
006090 01  WS-FXR-STATUS                 PIC X(02)  VALUE SPACES.
006100     88  WS-FXR-OK                            VALUE '00'.
006110 01  WS-CKPT-STATUS                PIC X(02)  VALUE SPACES.
006120     88  WS-CKPT-OK                           VALUE '00'.
006130 01  WS-CKPT-INTERVAL              PIC 9(06)  VALUE 1000 COMP.
006140 01  WS-CKPT-QUOTIENT              PIC 9(06)  VALUE ZEROES COMP.
006150 01  WS-CKPT-REMAINDER             PIC 9(06)  VALUE ZEROES COMP.
006160 01  WS-RESTART-CT                 PIC 9(08)  VALUE ZEROES COMP.
006170 01  WS-SKIP-CT                    PIC 9(08)  VALUE ZEROES COMP.
006180 01  WS-CTL-STATUS                 PIC X(02)  VALUE SPACES.
006190     88  WS-CTL-OK                            VALUE '00'.
006200 01  WS-EFFECTIVE-DEST-LEN         PIC 9(04)  VALUE 100 COMP.
006210 01  WS-TRUNC-OPTION               PIC X(01)  VALUE 'N'.
006220     88  WS-TRUNC-YES                         VALUE 'Y'.
006230     88  WS-TRUNC-NO                          VALUE 'N'.
006240 01  WS-RECORD-CT                  PIC 9(08)  VALUE ZEROES COMP.
006250 01  WS-MOVED-CT                   PIC 9(08)  VALUE ZEROES COMP.
006260 01  WS-TRUNCATED-CT               PIC 9(08)  VALUE ZEROES COMP.
006270 01  WS-REJECTED-CT                PIC 9(08)  VALUE ZEROES COMP.
006280 01  WS-INVALID-CT                 PIC 9(08)  VALUE ZEROES COMP.
006290 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
006300*    THE RUN DATE IS CAPTURED ONCE AT INITIALIZATION AND
006310*    NEVER RE-ACCEPTED, SO A RUN THAT CROSSES MIDNIGHT
006320*    STILL STAMPS ONE CONSISTENT DATE ON THE MASTER, THE
006330*    ID TABLE AND THE OUTBOUND HEADERS.  WS-CURRENT-DATE
006340*    STAYS A WALL-CLOCK TIMESTAMP FOR THE AUDIT TRAIL
006350 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZEROES.
006360 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
006370 01  WS-AUD-REASON-CD              PIC X(02)  VALUE SPACES.
006380 01  WS-DETAIL-CT                  PIC 9(08)  VALUE ZEROES COMP.
006390 01  WS-SEG-DETAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
006400 01  WS-SEG-AMOUNT-TOTAL           PIC S9(13)V99 VALUE ZEROES
006410                                   COMP-3.
006420 01  WS-CLAIM-RGN-CD               PIC X(03)  VALUE SPACES.
006430 01  WS-RGN-SUB                    PIC 9(02)  VALUE ZEROES COMP.
006440 01  WS-XFORM-FAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
006450 01  WS-MAPPED-RECORD              PIC X(100) VALUE SPACES.
006460 01  WS-MAP-SUB                    PIC 9(02)  VALUE ZEROES COMP.
006470 01  WS-FIELD-TEXT                 PIC X(40)  VALUE SPACES.
006480 01  WS-FIELD-LEN                  PIC 9(02)  VALUE ZEROES COMP.
006490 01  WS-AMOUNT-EDIT                PIC +9(09).99.
006500 01  WS-XDATE                      PIC 9(08)  VALUE ZEROES.
006510 01  WS-XDATE-R REDEFINES WS-XDATE.
006520     05  WS-XDATE-CCYY             PIC 9(04).
006530     05  WS-XDATE-MM               PIC 9(02).
006540     05  WS-XDATE-DD               PIC 9(02).
006550 01  WS-ISO-DATE.
006560     05  WS-ISO-CCYY               PIC 9(04).
006570     05  FILLER                    PIC X(01)  VALUE '-'.
006580     05  WS-ISO-MM                 PIC 9(02).
006590     05  FILLER                    PIC X(01)  VALUE '-'.
006600     05  WS-ISO-DD                 PIC 9(02).
006610 01  WS-MONTH-DAYS-TEXT            PIC X(24)
006620     VALUE '312831303130313130313031'.
006630 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TEXT.
006640     05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
006650 01  WS-LEAP-QUOT                  PIC 9(04)  VALUE ZEROES COMP.
006660 01  WS-LEAP-REM                   PIC 9(04)  VALUE ZEROES COMP.
006670 01  WS-MAX-DD                     PIC 9(02)  VALUE ZEROES COMP.
006680 01  WS-JUST-START                 PIC 9(03)  VALUE ZEROES COMP.
006690 01  WS-TGT-START                  PIC 9(03)  VALUE ZEROES COMP.
006700*----------------------------------------------------------*
006710*  FIELD MAPPING TABLE, LOADED FROM THE 'M' CARDS ON THE    *
006720*  CTLCARD FILE.  AN EMPTY TABLE MEANS THE CLASSIC STRAIGHT *
006730*  BYTE-FOR-BYTE TRANSFER                                   *
006740*----------------------------------------------------------*
006750 01  WS-MAP-TABLE.
006760     05  WS-MAP-COUNT              PIC 9(02)  VALUE ZEROES COMP.
006770     05  WS-MAP-ENTRY OCCURS 20 TIMES.
006780         10  WS-MAP-SOURCE-FIELD   PIC X(08).
006790         10  WS-MAP-DEST-POS       PIC 9(03).
006800         10  WS-MAP-DEST-LEN       PIC 9(03).
006810         10  WS-MAP-PAD-RULE       PIC X(01).
006820         10  WS-MAP-DATE-RULE      PIC X(01).
006830*----------------------------------------------------------*
006840*  PER-REGION RECONCILIATION TOTALS.  SLOTS ARE CLAIMED AS  *
006850*  EACH REGION'S HEADER ARRIVES; DETAILS AHEAD OF ANY       *
006860*  HEADER FALL INTO A '???' SLOT SO NOTHING GOES UNCOUNTED  *
006870*----------------------------------------------------------*
006880 01  WS-REGION-TABLE.
006890     05  WS-RGN-COUNT              PIC 9(02)  VALUE ZEROES COMP.
006900     05  WS-CUR-RGN                PIC 9(02)  VALUE ZEROES COMP.
006910     05  WS-RGN-ENTRY OCCURS 5 TIMES
006920             INDEXED BY RGN-IX.
006930         10  WS-RGN-CODE           PIC X(03).
006940         10  WS-RGN-READ-CT        PIC 9(08) COMP.
006950         10  WS-RGN-MOVED-CT       PIC 9(08) COMP.
006960         10  WS-RGN-TRUNCATED-CT   PIC 9(08) COMP.
006970         10  WS-RGN-REJECTED-CT    PIC 9(08) COMP.
006980         10  WS-RGN-INVALID-CT     PIC 9(08) COMP.
006990 01  WS-AMOUNT-TOTAL               PIC S9(13)V99 VALUE ZEROES
007000                                   COMP-3.
007010*----------------------------------------------------------*
007020*  OUTBOUND CONTROL-RECORD TOTALS FOR THE OUTFILE HD/TL/GT *
007030*  DISCIPLINE                                              *
007040*----------------------------------------------------------*
007050 01  WS-OUT-SEG-CT                 PIC 9(08)  VALUE ZEROES COMP.
007060 01  WS-OUT-SEG-AMT                PIC S9(13)V99 VALUE ZEROES
007070                                   COMP-3.
007080 01  WS-OUT-GRAND-CT               PIC 9(08)  VALUE ZEROES COMP.
007090 01  WS-OUT-GRAND-AMT              PIC S9(13)V99 VALUE ZEROES
007100                                   COMP-3.
007110*----------------------------------------------------------*
007120*  AMOUNT LIMIT RULES, LOADED FROM THE OPERATOR-MAINTAINED *
007130*  LIMITREF DATASET.  AN EMPTY TABLE LEAVES THE CHECK OFF; *
007140*  STATUS '**' IS THE DEFAULT RULE                         *
007150*----------------------------------------------------------*
007160 01  WS-LIMIT-TABLE.
007170     05  WS-LIM-COUNT              PIC 9(02)  VALUE ZEROES COMP.
007180     05  WS-LIM-ENTRY OCCURS 50 TIMES
007190             INDEXED BY LIM-IX.
007200         10  WS-LIM-STATUS-CD      PIC X(02).
007210         10  WS-LIM-MAX-AMOUNT     PIC 9(09)V99.
007220         10  WS-LIM-NEG-OK-SW      PIC X(01).
007230             88  WS-LIM-NEG-OK             VALUE 'Y'.
007240 01  WS-SUSPENDED-CT               PIC 9(08)  VALUE ZEROES COMP.
007250*----------------------------------------------------------*
007260*  AGGREGATE EXPOSURE RULES, LOADED FROM THE OPERATOR-     *
007270*  MAINTAINED EXPOSREF DATASET, AND EACH CUSTOMER'S NET    *
007280*  AMOUNT AND DETAIL COUNT OVER THE ROLLING WINDOW -       *
007290*  TRNMASTR AS SWEPT AT THE START OF THE RUN PLUS THE      *
007300*  DETAILS ACCEPTED SINCE.  AN EMPTY RULE TABLE LEAVES THE *
007310*  CHECK OFF; NAME '*' IS THE DEFAULT RULE                 *
007320*----------------------------------------------------------*
007330 01  WS-EXP-RULE-TABLE.
007340     05  WS-EXR-COUNT              PIC 9(03)  VALUE ZEROES COMP.
007350     05  WS-EXR-ENTRY OCCURS 200 TIMES
007360             INDEXED BY EXR-IX.
007370         10  WS-EXR-NAME           PIC X(30).
007380         10  WS-EXR-MAX-AMOUNT     PIC 9(09)V99.
007390         10  WS-EXR-MAX-COUNT      PIC 9(05).
007400 01  WS-EXPOSURE-TABLE.
007410     05  WS-EXT-COUNT              PIC 9(05)  VALUE ZEROES COMP.
007420     05  WS-EXT-ENTRY OCCURS 10000 TIMES
007430             INDEXED BY EXT-IX.
007440         10  WS-EXT-NAME           PIC X(30).
007450         10  WS-EXT-AMOUNT         PIC S9(13)V99 COMP-3.
007460         10  WS-EXT-DTL-CT         PIC 9(07)  COMP.
007470 01  WS-EXP-NAME                   PIC X(30)  VALUE SPACES.
007480 01  WS-EXP-WINDOW-DAYS            PIC 9(03)  VALUE 7 COMP.
007490 01  WS-EXP-WINDOW-START           PIC 9(08)  VALUE ZEROES.
007500 01  WS-EXP-HIT-AMOUNT             PIC 9(09)V99 VALUE ZEROES.
007510 01  WS-EXP-HIT-COUNT              PIC 9(05)  VALUE ZEROES.
007520 01  WS-EXP-NEW-AMOUNT             PIC S9(13)V99 VALUE ZEROES
007530                                   COMP-3.
007540 01  WS-EXP-NEW-COUNT              PIC 9(07)  VALUE ZEROES COMP.
007550 01  WS-EXP-MST-CT                 PIC 9(08)  VALUE ZEROES COMP.
007560 01  WS-EXPOSURE-CT                PIC 9(08)  VALUE ZEROES COMP.
007570*----------------------------------------------------------*
007580*  RECORD POSITIONS OF PRE-CHECKPOINT REJECTS AND          *
007590*  SUSPENSE HOLDS, LOADED FROM REJCAP AND SUSPENSE AT A    *
007600*  RESTART.  THE LIVE PASS NEVER COMMITTED THEIR IDS, SO   *
007610*  THE SKIP LOOP MUST NOT EITHER - OTHERWISE A DL120       *
007620*  RESUBMIT OR DL180 RELEASE WOULD BOUNCE AS A DUPLICATE   *
007630*----------------------------------------------------------*
007640 01  WS-REJ-POS-TABLE.
007650     05  WS-REJ-POS-COUNT          PIC 9(05)  VALUE ZEROES COMP.
007660     05  WS-REJ-POS                PIC 9(08) COMP
007670                                   OCCURS 10000 TIMES.
007680 01  WS-REJ-POS-SUB                PIC 9(05)  VALUE 1 COMP.
007690 01  WS-SUS-POS-TABLE.
007700     05  WS-SUS-POS-COUNT          PIC 9(05)  VALUE ZEROES COMP.
007710     05  WS-SUS-POS                PIC 9(08) COMP
007720                                   OCCURS 1000 TIMES.
007730 01  WS-SUS-POS-SUB                PIC 9(05)  VALUE 1 COMP.
007740*----------------------------------------------------------*
007750*  REGION REFERENCE TABLE, LOADED FROM THE OPERATIONS-     *
007760*  MAINTAINED REGNREF DATASET.  AN EMPTY TABLE LEAVES THE  *
007770*  VALIDATION OFF AND THE OLD CLAIM-ON-THE-FLY BEHAVIOUR   *
007780*----------------------------------------------------------*
007790 01  WS-RGN-REF-TABLE.
007800     05  WS-RGF-COUNT              PIC 9(02)  VALUE ZEROES COMP.
007810     05  WS-RGF-ENTRY OCCURS 10 TIMES
007820             INDEXED BY RGF-IX.
007830         10  WS-RGF-CODE           PIC X(03).
007840         10  WS-RGF-DESC           PIC X(30).
007850         10  WS-RGF-EXPECTED-SW    PIC X(01).
007860             88  WS-RGF-EXPECTED           VALUE 'Y'.
007870 01  WS-RGF-SUB                    PIC 9(02)  VALUE ZEROES COMP.
007880 01  WS-RGN-VALID-SW               PIC X(01)  VALUE 'Y'.
007890     88  WS-RGN-VALID                         VALUE 'Y'.
007900 01  WS-RGN-DESC-TEXT              PIC X(30)  VALUE SPACES.
007910 01  WS-BAD-REGION-CT              PIC 9(04)  VALUE ZEROES COMP.
007920 01  WS-MISSING-RGN-CT             PIC 9(04)  VALUE ZEROES COMP.
007930 01  WS-ABS-AMOUNT                 PIC 9(11)V99 VALUE ZEROES
007940                                   COMP-3.
007950 01  WS-HIT-MAX-AMOUNT             PIC 9(09)V99 VALUE ZEROES.
007960 01  WS-HIT-NEG-OK-SW              PIC X(01)  VALUE 'N'.
007970     88  WS-HIT-NEG-OK                        VALUE 'Y'.
007980 01  WS-SUS-RSN-CD                 PIC X(01)  VALUE SPACE.
007990 01  WS-LIM-RULE-FOUND-SW          PIC X(01)  VALUE 'N'.
008000     88  WS-LIM-RULE-FOUND                    VALUE 'Y'.
008010 01  WS-DUP-CT                     PIC 9(08)  VALUE ZEROES COMP.
008020 01  WS-BAD-STATUS-CT              PIC 9(08)  VALUE ZEROES COMP.
008030 01  WS-HOLD-RC                    PIC S9(04) VALUE ZEROES COMP.
008040 01  WS-BREAKER-PCT                PIC 9(03)  VALUE ZEROES COMP.
008050 01  WS-BREAKER-MIN                PIC 9(06)  VALUE 500 COMP.
008060 01  WS-FAIL-SCALED                PIC 9(12)  VALUE ZEROES COMP.
008070 01  WS-LIMIT-SCALED               PIC 9(12)  VALUE ZEROES COMP.
008080 01  WS-RUN-MODE                   PIC X(01)  VALUE 'T'.
008090     88  WS-MODE-TRANSFER                     VALUE 'T'.
008100     88  WS-MODE-APPLY                        VALUE 'A'.
008110     88  WS-MODE-VALIDATE                     VALUE 'V'.
008120 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
008130     88  WS-MST-OK                            VALUE '00'.
008140     88  WS-MST-NOT-FOUND                     VALUE '35'.
008150 01  WS-DELETE-STATUS-CD           PIC X(02)  VALUE 'DL'.
008160 01  WS-APPLIED-ADD-CT             PIC 9(08)  VALUE ZEROES COMP.
008170 01  WS-APPLIED-UPD-CT             PIC 9(08)  VALUE ZEROES COMP.
008180 01  WS-APPLIED-DEL-CT             PIC 9(08)  VALUE ZEROES COMP.
008190 01  WS-APPLY-FAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
008200*----------------------------------------------------------*
008210*  REVERSALS.  A DETAIL CARRYING THE REVERSAL STATUS BACKS *
008220*  OUT ALL OR PART OF THE ORIGINAL IT NAMES.  IT IS POSTED *
008230*  AS ITS OWN MASTER RECORD WITH THE OFFSETTING AMOUNT AND *
008240*  THE ORIGINAL ONLY GAINS TO ITS REVERSED-TO-DATE TOTAL,  *
008250*  SO THE ORIGINAL POSTING IS NEVER OVERWRITTEN            *
008260*----------------------------------------------------------*
008270 01  WS-REVERSAL-STATUS-CD         PIC X(02)  VALUE 'RV'.
008280 01  WS-APPLIED-REV-CT             PIC 9(08)  VALUE ZEROES COMP.
008290 01  WS-REV-REJECT-CT              PIC 9(08)  VALUE ZEROES COMP.
008300 01  WS-REV-ORIG-IMAGE             PIC X(100) VALUE SPACES.
008310 01  WS-REV-BASE-AMT               PIC S9(09)V99 VALUE ZEROES
008320                                   COMP-3.
008330 01  WS-REV-TO-DATE                PIC S9(09)V99 VALUE ZEROES
008340                                   COMP-3.
008350 01  WS-REV-NEW-TOTAL              PIC S9(11)V99 VALUE ZEROES
008360                                   COMP-3.
008370 01  WS-REV-OFFSET-AMT             PIC S9(09)V99 VALUE ZEROES
008380                                   COMP-3.
008390 01  WS-REV-REJECT-TEXT            PIC X(30)  VALUE SPACES.
008400*----------------------------------------------------------*
008410*  CURRENCY CONVERSION.  THE FXREF RATE IN FORCE ON THE    *
008420*  RUN DATE FOR EACH CURRENCY - THE LATEST ACTIVE RATE NOT *
008430*  EFFECTIVE AFTER IT.  A DETAIL SENT IN A CURRENCY WITH   *
008440*  NO RATE IS REJECTED, NEVER POSTED UNCONVERTED.  THE     *
008450*  OUTBOUND GRAND TRAILER ALSO CARRIES THE AMOUNTS AS      *
008460*  RECEIVED SO THE NIGHT STILL BALANCES BACK TO INFILE     *
008470*----------------------------------------------------------*
008480 01  WS-FX-TABLE.
008490     05  WS-FX-COUNT               PIC 9(04)  VALUE ZEROES COMP.
008500     05  WS-FX-ENTRY OCCURS 200 TIMES
008510             INDEXED BY FX-IX.
008520         10  WS-FX-CURRENCY-CD     PIC X(03).
008530         10  WS-FX-EFF-DATE        PIC 9(08).
008540         10  WS-FX-RATE            PIC 9(05)V9(06).
008550 01  WS-FX-HIT-RATE                PIC 9(05)V9(06) VALUE ZEROES.
008560 01  WS-FX-LOCAL-AMT               PIC S9(09)V99 VALUE ZEROES
008570                                   COMP-3.
008580 01  WS-FX-BASE-AMT                PIC S9(09)V99 VALUE ZEROES
008590                                   COMP-3.
008600 01  WS-FX-REJECT-CT               PIC 9(08)  VALUE ZEROES COMP.
008610 01  WS-OUT-GRAND-RCV-AMT          PIC S9(13)V99 VALUE ZEROES
008620                                   COMP-3.
008630*----------------------------------------------------------*
008640*  APPLY JOURNAL.  THE MASTER RECORD IS SAVED HERE BEFORE  *
008650*  AN UPDATE OR DELETE CHANGES IT, SO THE JOURNAL CARRIES  *
008660*  BOTH IMAGES FOR THE DL210 BACKOUT                       *
008670*----------------------------------------------------------*
008680 01  WS-JNL-STATUS                 PIC X(02)  VALUE SPACES.
008690     88  WS-JNL-OK                            VALUE '00' '05'.
008700 01  WS-JNL-ACTION                 PIC X(01)  VALUE SPACE.
008710 01  WS-JOURNAL-CT                 PIC 9(08)  VALUE ZEROES COMP.
008720 01  WS-MST-BEFORE-IMAGE           PIC X(100) VALUE SPACES.
008730*----------------------------------------------------------*
008740*  EXTRACT GENERATION CONTROL.  ONE SLOT PER REGION,       *
008750*  SOURCE SYSTEM AND RUN MODE WITH THE LAST HEADER DATE    *
008760*  TAKEN; A SLOT MOVED ON TONIGHT IS PENDING UNTIL THE     *
008770*  NEXT CHECKPOINT OR THE NORMAL END OF RUN WRITES IT BACK *
008780*  TO EXTCTL, SO A CRASH RESTART NEVER SEES ITS OWN HEADER *
008790*  AS A REPEAT                                             *
008800*----------------------------------------------------------*
008810 01  WS-EXC-STATUS                 PIC X(02)  VALUE SPACES.
008820     88  WS-EXC-OK                            VALUE '00' '05'.
008830 01  WS-EXA-STATUS                 PIC X(02)  VALUE SPACES.
008840     88  WS-EXA-OK                            VALUE '00' '05'.
008850 01  WS-DRG-STATUS                 PIC X(02)  VALUE SPACES.
008860     88  WS-DRG-OK                            VALUE '00' '05'.
008870 01  WS-EXC-TABLE.
008880     05  WS-EXC-COUNT              PIC 9(03)  VALUE ZEROES COMP.
008890     05  WS-EXC-ENTRY OCCURS 100 TIMES
008900             INDEXED BY EXC-IX.
008910         10  WS-EXC-REGION-CD      PIC X(03).
008920         10  WS-EXC-SOURCE-SYS     PIC X(08).
008930         10  WS-EXC-RUN-MODE       PIC X(01).
008940         10  WS-EXC-LAST-DATE      PIC 9(08).
008950         10  WS-EXC-PENDING-SW     PIC X(01).
008960             88  WS-EXC-PENDING            VALUE 'Y'.
008970 01  WS-EXC-SUB                    PIC 9(03)  VALUE ZEROES COMP.
008980 01  WS-EXC-LOADED-CT              PIC 9(06)  VALUE ZEROES COMP.
008990 01  WS-EXC-WRITTEN-CT             PIC 9(06)  VALUE ZEROES COMP.
009000 01  WS-GEN-RGN-CD                 PIC X(03)  VALUE SPACES.
009010 01  WS-GEN-SOURCE-SYS             PIC X(08)  VALUE SPACES.
009020 01  WS-GEN-RUN-MODE               PIC X(01)  VALUE SPACES.
009030 01  WS-GEN-NEXT-DATE              PIC 9(08)  VALUE ZEROES.
009040 01  WS-GEN-DAY-INT                PIC 9(08)  VALUE ZEROES COMP.
009050 01  WS-GEN-WEEK-QUOT              PIC 9(08)  VALUE ZEROES COMP.
009060 01  WS-GEN-DOW                    PIC 9(01)  VALUE ZEROES.
009070 01  WS-GEN-HELD-CT                PIC 9(08)  VALUE ZEROES COMP.
009080 01  WS-GEN-HELD-AMT               PIC S9(13)V99 VALUE ZEROES
009090                                   COMP-3.
009100 01  WS-HELD-SEG-CT                PIC 9(04)  VALUE ZEROES COMP.
009110 01  WS-HELD-TABLE.
009120     05  WS-HELD-COUNT             PIC 9(02)  VALUE ZEROES COMP.
009130     05  WS-HELD-POS               PIC 9(08)  VALUE ZEROES COMP
009140                                   OCCURS 10 TIMES.
009150 01  WS-HELD-SUB                   PIC 9(02)  VALUE ZEROES COMP.
009160     COPY DL100EXC.
009170 01  WS-HST-STATUS                 PIC X(02)  VALUE SPACES.
009180     88  WS-HST-OK                            VALUE '00' '05'.
009190 01  WS-START-TIME                 PIC 9(08)  VALUE ZEROES.
009200 01  WS-START-TIME-R REDEFINES WS-START-TIME.
009210     05  WS-START-HH               PIC 9(02).
009220     05  WS-START-MM               PIC 9(02).
009230     05  WS-START-SS               PIC 9(02).
009240     05  FILLER                    PIC 9(02).
009250 01  WS-END-TIME                   PIC 9(08)  VALUE ZEROES.
009260 01  WS-END-TIME-R REDEFINES WS-END-TIME.
009270     05  WS-END-HH                 PIC 9(02).
009280     05  WS-END-MM                 PIC 9(02).
009290     05  WS-END-SS                 PIC 9(02).
009300     05  FILLER                    PIC 9(02).
009310 01  WS-START-SEC                  PIC S9(06) VALUE ZEROES COMP.
009320 01  WS-END-SEC                    PIC S9(06) VALUE ZEROES COMP.
009330 01  WS-ELAPSED-SEC                PIC S9(06) VALUE ZEROES COMP.
009340*----------------------------------------------------------*
009350*  BATCH-WINDOW CUTOFF AND PROGRESS ESTIMATE.  THE         *
009360*  EXPECTED TOTAL COMES FROM THE LAST RUNHIST RECORD, SO   *
009370*  THE ESTIMATE ASSUMES TONIGHT'S FILE IS ABOUT THE SAME   *
009380*  SIZE AS LAST NIGHT'S                                    *
009390*----------------------------------------------------------*
009400 01  WS-CUTOFF-TIME                PIC 9(04)  VALUE ZEROES.
009410 01  WS-START-HHMM                 PIC 9(04)  VALUE ZEROES COMP.
009420 01  WS-CLOCK-TIME                 PIC 9(08)  VALUE ZEROES.
009430 01  WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
009440     05  WS-CLOCK-HHMM             PIC 9(04).
009450     05  WS-CLOCK-HHMM-R REDEFINES WS-CLOCK-HHMM.
009460         10  WS-CLOCK-HH           PIC 9(02).
009470         10  WS-CLOCK-MM           PIC 9(02).
009480     05  WS-CLOCK-SS               PIC 9(02).
009490     05  FILLER                    PIC 9(02).
009500 01  WS-NOW-SEC                    PIC S9(06) VALUE ZEROES COMP.
009510 01  WS-RUN-SEC                    PIC S9(06) VALUE ZEROES COMP.
009520 01  WS-RUN-RATE                   PIC 9(06)  VALUE ZEROES COMP.
009530 01  WS-REMAIN-CT                  PIC 9(08)  VALUE ZEROES COMP.
009540 01  WS-ETA-SEC                    PIC 9(08)  VALUE ZEROES COMP.
009550 01  WS-EXPECTED-TOTAL-CT          PIC 9(08)  VALUE ZEROES COMP.
009560*----------------------------------------------------------*
009570*  SPLIT-RUN INSTANCE, BLANK FOR THE CLASSIC COMBINED RUN  *
009580*----------------------------------------------------------*
009590 01  WS-INSTANCE-ID                PIC X(01)  VALUE SPACE.
009600     88  WS-SPLIT-INSTANCE                    VALUE '1' THRU '5'.
009610 01  WS-SRF-STATUS                 PIC X(02)  VALUE SPACES.
009620     88  WS-SRF-OK                            VALUE '00'.
009630 01  WS-IDM-STATUS                 PIC X(02)  VALUE SPACES.
009640     88  WS-IDM-OK                            VALUE '00'.
009650 01  WS-RETENTION-DAYS             PIC 9(03)  VALUE 30 COMP.
009660 01  WS-CUTOFF-INT                 PIC 9(08)  VALUE ZEROES COMP.
009670 01  WS-CUTOFF-DATE                PIC 9(08)  VALUE ZEROES.
009680 01  WS-IDM-AGED-CT                PIC 9(06)  VALUE ZEROES COMP.
009690 01  WS-IDN-STATUS                 PIC X(02)  VALUE SPACES.
009700     88  WS-IDN-OK                            VALUE '00'.
009710 01  WS-IDN-RECORD.
009720     05  WS-IDN-ID                 PIC 9(06).
009730     05  WS-IDN-DATE               PIC 9(08).
009740*----------------------------------------------------------*
009750*  CROSS-RUN ID FIRST-SEEN TABLE.  THE TRANSACTION ID IS    *
009760*  PIC 9(06), SO THE TABLE COVERS THE WHOLE KEY SPACE       *
009770*  DIRECTLY: SLOT (ID + 1) HOLDS THE FIRST-SEEN DATE, OR    *
009780*  ZEROES WHEN THE ID IS UNUSED.  LOOKUP AND ADD ARE ONE    *
009790*  SUBSCRIPT REFERENCE, NOTHING CAN OVERFLOW, AND THE       *
009800*  IDNEW REWRITE AT END OF RUN EMITS EVERY LIVE SLOT.       *
009810*----------------------------------------------------------*
009820 01  WS-IDM-COUNT                  PIC 9(07)  VALUE ZEROES COMP.
009830 01  WS-IDM-SUB                    PIC 9(07)  VALUE ZEROES COMP.
009840 01  WS-ID-MASTER-TABLE.
009850     05  WS-IDM-SLOT-DATE          PIC 9(08)  VALUE ZEROES
009860                                   OCCURS 1000000 TIMES.
009870     COPY DL100GRL.
009880     COPY DL100HDT.
009890     COPY DL100REC REPLACING
009900         ==PFX-ID==         BY ==WS-AREA-1-ID==
009910         ==PFX-TRANS-DATE== BY ==WS-AREA-1-TRANS-DATE==
009920         ==PFX-NAME==       BY ==WS-AREA-1-NAME==
009930         ==PFX-AMOUNT==     BY ==WS-AREA-1-AMOUNT==
009940         ==PFX-STATUS-CD==  BY ==WS-AREA-1-STATUS-CD==
009950         ==PFX-ORIG-ID==    BY ==WS-AREA-1-ORIG-ID==
009960         ==PFX-CURRENCY-CD== BY ==WS-AREA-1-CURRENCY-CD==
009970         ==PFX==            BY ==WS-AREA-1==.
009980     COPY DL100REC REPLACING
009990         ==PFX-ID==         BY ==WS-AREA-2-ID==
010000         ==PFX-TRANS-DATE== BY ==WS-AREA-2-TRANS-DATE==
010010         ==PFX-NAME==       BY ==WS-AREA-2-NAME==
010020         ==PFX-AMOUNT==     BY ==WS-AREA-2-AMOUNT==
010030         ==PFX-STATUS-CD==  BY ==WS-AREA-2-STATUS-CD==
010040         ==PFX-ORIG-ID==    BY ==WS-AREA-2-ORIG-ID==
010050         ==PFX-CURRENCY-CD== BY ==WS-AREA-2-CURRENCY-CD==
010060         ==PFX==            BY ==WS-AREA-2==.
010070 PROCEDURE DIVISION.
010080*----------------------------------------------------------*
010090*  0000-MAINLINE                                           *
010100*----------------------------------------------------------*
010110 0000-MAINLINE.
010120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010130     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
010140         UNTIL WS-EOF OR WS-ABORTED OR WS-QUIESCED.
010150     IF NOT WS-ABORTED AND NOT WS-QUIESCED
010160         PERFORM 7800-BALANCE-TRAILER THRU 7800-EXIT
010170         PERFORM 7850-CHECK-EXPECTED-RGNS THRU 7850-EXIT
010180     END-IF.
010190     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
010200     PERFORM 8500-WRITE-RUN-HISTORY THRU 8500-EXIT.
010210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010220     GO TO 9999-EXIT.
010230
010240*----------------------------------------------------------*
010250*  1000-INITIALIZE - OPEN THE LEGACY EXTRACT FILE          *
010260*----------------------------------------------------------*
010270 1000-INITIALIZE.
010280     ACCEPT WS-START-TIME FROM TIME.
010290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010300     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
010310     OPEN INPUT INFILE.
010320     IF NOT WS-INFILE-OK
010330         DISPLAY "DL100 - UNABLE TO OPEN INFILE, STATUS = "
010340             WS-INFILE-STATUS
010350         MOVE 16 TO RETURN-CODE
010360         GO TO 9999-EXIT
010370     END-IF.
010380*    THE CONTROL CARD IS READ BEFORE THE CHECKPOINT AND THE
010390*    AUDIT-TRAIL OPENS SO A VALIDATE-ONLY RUN CAN LEAVE THE
010400*    REAL RUN'S CHECKPOINT AND TRAIL DATASETS UNTOUCHED
010410     OPEN INPUT CONTROL-CARD.
010420     IF WS-CTL-OK
010430         READ CONTROL-CARD
010440             AT END
010450                 SET WS-CTL-EOF TO TRUE
010460             NOT AT END
010470                 IF DL100-CTL-DEST-LEN IS NUMERIC
010480                     AND DL100-CTL-DEST-LEN >= 1
010490                     AND DL100-CTL-DEST-LEN <= 100
010500                     MOVE DL100-CTL-DEST-LEN
010510                         TO WS-EFFECTIVE-DEST-LEN
010520                 ELSE
010530                     DISPLAY "DL100 - WARNING, CTLCARD DEST LEN "
010540                         DL100-CTL-DEST-LEN
010550                         " OUT OF RANGE, USING DEFAULT OF 100"
010560                 END-IF
010570                 IF DL100-CTL-TRUNC-OPTION = 'Y' OR 'N'
010580                     MOVE DL100-CTL-TRUNC-OPTION
010590                         TO WS-TRUNC-OPTION
010600                 ELSE
010610                     DISPLAY "DL100 - WARNING, CTLCARD TRUNC "
010620                         "OPTION " DL100-CTL-TRUNC-OPTION
010630                         " INVALID, USING DEFAULT OF 'N'"
010640                 END-IF
010650                 IF DL100-CTL-RETENTION-X = SPACES
010660                     CONTINUE
010670                 ELSE
010680                     IF DL100-CTL-RETENTION-DAYS IS NUMERIC
010690                         AND DL100-CTL-RETENTION-DAYS > 0
010700                         MOVE DL100-CTL-RETENTION-DAYS
010710                             TO WS-RETENTION-DAYS
010720                     ELSE
010730                         DISPLAY "DL100 - WARNING, CTLCARD "
010740                             "RETENTION DAYS "
010750                             DL100-CTL-RETENTION-DAYS
010760                             " INVALID, USING DEFAULT OF 30"
010770                     END-IF
010780                 END-IF
010790                 IF DL100-CTL-RUN-MODE = 'T' OR 'A' OR 'V'
010800                     MOVE DL100-CTL-RUN-MODE TO WS-RUN-MODE
010810                 ELSE
010820                     IF DL100-CTL-RUN-MODE NOT = SPACE
010830                         DISPLAY "DL100 - WARNING, CTLCARD RUN "
010840                             "MODE '" DL100-CTL-RUN-MODE
010850                             "' INVALID, USING TRANSFER MODE"
010860                     END-IF
010870                 END-IF
010880                 IF DL100-CTL-BREAKER-PCT-X = SPACES
010890                     CONTINUE
010900                 ELSE
010910                     IF DL100-CTL-BREAKER-PCT IS NUMERIC
010920                         AND DL100-CTL-BREAKER-PCT <= 100
010930                         MOVE DL100-CTL-BREAKER-PCT
010940                             TO WS-BREAKER-PCT
010950                     ELSE
010960                         DISPLAY "DL100 - WARNING, CTLCARD "
010970                             "BREAKER PCT "
010980                             DL100-CTL-BREAKER-PCT
010990                             " INVALID, BREAKER IS OFF"
011000                     END-IF
011010                 END-IF
011020                 IF DL100-CTL-BREAKER-MIN-X = SPACES
011030                     CONTINUE
011040                 ELSE
011050                     IF DL100-CTL-BREAKER-MIN IS NUMERIC
011060                         MOVE DL100-CTL-BREAKER-MIN
011070                             TO WS-BREAKER-MIN
011080                     ELSE
011090                         DISPLAY "DL100 - WARNING, CTLCARD "
011100                             "BREAKER MINIMUM "
011110                             DL100-CTL-BREAKER-MIN
011120                             " INVALID, USING DEFAULT OF 500"
011130                     END-IF
011140                 END-IF
011150                 IF DL100-CTL-CUTOFF-X = SPACES
011160                     CONTINUE
011170                 ELSE
011180                     IF DL100-CTL-CUTOFF-TIME IS NUMERIC
011190                         AND DL100-CTL-CUTOFF-TIME <= 2359
011200                         MOVE DL100-CTL-CUTOFF-TIME
011210                             TO WS-CUTOFF-TIME
011220                     ELSE
011230                         DISPLAY "DL100 - WARNING, CTLCARD "
011240                             "CUTOFF TIME "
011250                             DL100-CTL-CUTOFF-TIME
011260                             " INVALID, CUTOFF IS OFF"
011270                     END-IF
011280                 END-IF
011290                 IF DL100-CTL-INSTANCE-ID = SPACE
011300                     CONTINUE
011310                 ELSE
011320                     IF DL100-CTL-INSTANCE-ID >= '1'
011330                         AND DL100-CTL-INSTANCE-ID <= '5'
011340                         MOVE DL100-CTL-INSTANCE-ID
011350                             TO WS-INSTANCE-ID
011360                     ELSE
011370                         DISPLAY "DL100 - WARNING, CTLCARD "
011380                             "INSTANCE ID '"
011390                             DL100-CTL-INSTANCE-ID
011400                             "' INVALID, RUNNING COMBINED"
011410                     END-IF
011420                 END-IF
011430         END-READ
011440         PERFORM 1900-LOAD-MAP-CARD THRU 1900-EXIT
011450             UNTIL WS-CTL-EOF
011460         CLOSE CONTROL-CARD
011470         IF WS-MAP-COUNT > 0
011480             DISPLAY "DL100 - FIELD MAPPING ACTIVE, "
011490                 WS-MAP-COUNT " ENTRIES"
011500             IF WS-EFFECTIVE-DEST-LEN < 100
011510                 DISPLAY "DL100 - WARNING, DEST LEN "
011520                     WS-EFFECTIVE-DEST-LEN " UNDER 100 WITH "
011530                     "FIELD MAPPING - TRUNCATED RECORDS "
011540                     "BYPASS THE MAPPING"
011550             END-IF
011560         END-IF
011570     END-IF.
011580*    A VALIDATE-ONLY PASS RUNS THE FULL PIPELINE BUT WRITES
011590*    NOTHING, SO THE CHECKPOINT, AUDIT TRAIL AND SPILLOVER
011600*    OF THE REAL RUN STAY EXACTLY AS THEY ARE
011610     IF WS-SPLIT-INSTANCE
011620         DISPLAY "DL100 - SPLIT-RUN INSTANCE " WS-INSTANCE-ID
011630             ", DATASETS ARE INSTANCE-SCOPED"
011640     END-IF.
011650     IF WS-MODE-VALIDATE
011660         DISPLAY "DL100 - VALIDATE-ONLY MODE, FORECAST RUN, "
011670             "NO OUTPUT, CHECKPOINT OR AUDIT TRAIL WRITTEN"
011680     ELSE
011690         PERFORM 1100-RESTORE-CHECKPOINT THRU 1100-EXIT
011700     END-IF.
011710*    THE OUTPUT SIDE DEPENDS ON THE RUN MODE, SO IT CANNOT
011720*    OPEN UNTIL THE CONTROL CARD HAS BEEN READ
011730     IF WS-MODE-APPLY
011740         DISPLAY "DL100 - APPLY MODE, MAINTAINING TRNMASTR"
011750         PERFORM 1800-OPEN-TRANS-MASTER THRU 1800-EXIT
011760     ELSE
011770         IF WS-MODE-VALIDATE
011780             CONTINUE
011790         ELSE
011800             IF WS-RESTART-CT > 0
011810                 OPEN EXTEND OUT-FILE
011820             ELSE
011830                 OPEN OUTPUT OUT-FILE
011840             END-IF
011850             IF NOT WS-OUTFILE-OK
011860                 DISPLAY "DL100 - UNABLE TO OPEN OUTFILE, "
011870                     "STATUS = " WS-OUTFILE-STATUS
011880                 MOVE 16 TO RETURN-CODE
011890                 GO TO 9999-EXIT
011900             END-IF
011910         END-IF
011920     END-IF.
011930*    IN APPLY MODE THE KEYED MASTER ITSELF MAKES A RE-SENT ID
011940*    AN UPDATE, NOT A DOUBLE-POST, AND A CROSS-RUN REJECT
011950*    WOULD BLOCK EVERY LEGITIMATE UPDATE OR DELETE, SO THE
011960*    ID MASTER STAYS OUT OF PLAY AND THE DUPLICATE CHECK IS
011970*    IN-RUN ONLY
011980     IF NOT WS-MODE-APPLY
011990         PERFORM 1600-LOAD-ID-MASTER THRU 1600-EXIT
012000     END-IF.
012010     PERFORM 1700-LOAD-STATUS-REF THRU 1700-EXIT.
012020     PERFORM 1950-LOAD-LIMIT-REF THRU 1950-EXIT.
012030     PERFORM 1965-LOAD-EXPOSURE-REF THRU 1965-EXIT.
012040     PERFORM 1930-LOAD-FX-REF THRU 1930-EXIT.
012050     PERFORM 1970-LOAD-REGION-REF THRU 1970-EXIT.
012060     PERFORM 1990-LOAD-EXTRACT-CTL THRU 1990-EXIT.
012070     COMPUTE WS-START-HHMM =
012080         WS-START-HH * 100 + WS-START-MM.
012090     COMPUTE WS-START-SEC =
012100         WS-START-HH * 3600 + WS-START-MM * 60
012110         + WS-START-SS.
012120     IF WS-CUTOFF-TIME > 0
012130         DISPLAY "DL100 - BATCH-WINDOW CUTOFF ARMED AT "
012140             WS-CUTOFF-TIME
012150         PERFORM 1850-LOAD-EXPECTED-COUNT THRU 1850-EXIT
012160     END-IF.
012170 1000-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------*
012210*  1050-RESTORE-REGION - BRING ONE REGION TOTALS SLOT BACK *
012220*                        FROM THE CHECKPOINT               *
012230*----------------------------------------------------------*
012240 1050-RESTORE-REGION.
012250     ADD 1 TO WS-RGN-SUB.
012260     MOVE DL100-CKPT-RGN-CODE (WS-RGN-SUB)
012270         TO WS-RGN-CODE (WS-RGN-SUB).
012280     MOVE DL100-CKPT-RGN-READ-CT (WS-RGN-SUB)
012290         TO WS-RGN-READ-CT (WS-RGN-SUB).
012300     MOVE DL100-CKPT-RGN-MOVED-CT (WS-RGN-SUB)
012310         TO WS-RGN-MOVED-CT (WS-RGN-SUB).
012320     MOVE DL100-CKPT-RGN-TRUNC-CT (WS-RGN-SUB)
012330         TO WS-RGN-TRUNCATED-CT (WS-RGN-SUB).
012340     MOVE DL100-CKPT-RGN-REJ-CT (WS-RGN-SUB)
012350         TO WS-RGN-REJECTED-CT (WS-RGN-SUB).
012360     MOVE DL100-CKPT-RGN-INV-CT (WS-RGN-SUB)
012370         TO WS-RGN-INVALID-CT (WS-RGN-SUB).
012380 1050-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------*
012420*  1100-RESTORE-CHECKPOINT - RESTORE A RESTARTED RUN'S     *
012430*                            POSITION AND SUBTOTALS, OPEN  *
012440*                            THE AUDIT-TRAIL DATASETS AND  *
012450*                            SKIP THE CHECKPOINTED RECORDS *
012460*----------------------------------------------------------*
012470 1100-RESTORE-CHECKPOINT.
012480     OPEN INPUT CHECKPOINT-FILE.
012490     IF WS-CKPT-OK
012500         READ CHECKPOINT-FILE
012510             AT END
012520                 CONTINUE
012530             NOT AT END
012540                 MOVE DL100-CKPT-COUNT       TO WS-RESTART-CT
012550                 MOVE DL100-CKPT-MOVED-CT    TO WS-MOVED-CT
012560                 MOVE DL100-CKPT-TRUNCATED-CT TO WS-TRUNCATED-CT
012570                 MOVE DL100-CKPT-REJECTED-CT TO WS-REJECTED-CT
012580                 MOVE DL100-CKPT-INVALID-CT  TO WS-INVALID-CT
012590                 MOVE DL100-CKPT-DETAIL-CT   TO WS-DETAIL-CT
012600                 MOVE DL100-CKPT-AMOUNT-TOTAL
012610                     TO WS-AMOUNT-TOTAL
012620                 MOVE DL100-CKPT-DUP-CT      TO WS-DUP-CT
012630                 MOVE DL100-CKPT-BAD-STATUS-CT
012640                     TO WS-BAD-STATUS-CT
012650                 MOVE DL100-CKPT-APPLY-ADD-CT
012660                     TO WS-APPLIED-ADD-CT
012670                 MOVE DL100-CKPT-APPLY-UPD-CT
012680                     TO WS-APPLIED-UPD-CT
012690                 MOVE DL100-CKPT-APPLY-DEL-CT
012700                     TO WS-APPLIED-DEL-CT
012710                 MOVE DL100-CKPT-APPLY-FAIL-CT
012720                     TO WS-APPLY-FAIL-CT
012730                 MOVE DL100-CKPT-APPLY-REV-CT
012740                     TO WS-APPLIED-REV-CT
012750                 MOVE DL100-CKPT-REV-REJECT-CT
012760                     TO WS-REV-REJECT-CT
012770                 MOVE DL100-CKPT-FX-REJECT-CT
012780                     TO WS-FX-REJECT-CT
012790                 MOVE DL100-CKPT-XFORM-FAIL-CT
012800                     TO WS-XFORM-FAIL-CT
012810                 MOVE DL100-CKPT-RGN-COUNT   TO WS-RGN-COUNT
012820                 MOVE DL100-CKPT-CUR-RGN     TO WS-CUR-RGN
012830                 MOVE ZEROES TO WS-RGN-SUB
012840                 PERFORM 1050-RESTORE-REGION THRU 1050-EXIT
012850                     5 TIMES
012860                 MOVE DL100-CKPT-SEG-DETAIL-CT
012870                     TO WS-SEG-DETAIL-CT
012880                 MOVE DL100-CKPT-SEG-AMOUNT
012890                     TO WS-SEG-AMOUNT-TOTAL
012900                 MOVE DL100-CKPT-SEG-HDR-SW
012910                     TO WS-HDR-SEEN-SW
012920                 MOVE DL100-CKPT-SEG-TRL-SW
012930                     TO WS-TRL-SEEN-SW
012940                 MOVE DL100-CKPT-OUT-SEG-CT
012950                     TO WS-OUT-SEG-CT
012960                 MOVE DL100-CKPT-OUT-SEG-AMT
012970                     TO WS-OUT-SEG-AMT
012980                 MOVE DL100-CKPT-OUT-GRAND-CT
012990                     TO WS-OUT-GRAND-CT
013000                 MOVE DL100-CKPT-OUT-GRAND-AMT
013010                     TO WS-OUT-GRAND-AMT
013020                 MOVE DL100-CKPT-OUT-GRAND-RCV
013030                     TO WS-OUT-GRAND-RCV-AMT
013040                 MOVE DL100-CKPT-OUT-HDR-SW
013050                     TO WS-OUT-HDR-SW
013060                 MOVE DL100-CKPT-SUSPENDED-CT
013070                     TO WS-SUSPENDED-CT
013080                 MOVE DL100-CKPT-EXPOSURE-CT
013090                     TO WS-EXPOSURE-CT
013100                 IF DL100-CKPT-REL-FEED-SW = 'Y'
013110                     SET WS-RELEASE-FEED TO TRUE
013120                 END-IF
013130                 MOVE DL100-CKPT-GEN-HELD-CT
013140                     TO WS-GEN-HELD-CT
013150                 MOVE DL100-CKPT-GEN-HELD-AMT
013160                     TO WS-GEN-HELD-AMT
013170                 MOVE DL100-CKPT-HELD-SEG-CT
013180                     TO WS-HELD-SEG-CT
013190                 MOVE DL100-CKPT-HELD-AREA TO WS-HELD-TABLE
013200                 IF DL100-CKPT-HOLD-RC > RETURN-CODE
013210                     MOVE DL100-CKPT-HOLD-RC TO RETURN-CODE
013220                 END-IF
013230         END-READ
013240         CLOSE CHECKPOINT-FILE
013250     END-IF.
013260     MOVE WS-RESTART-CT TO WS-RECORD-CT.
013270*    THE TRAIL FILES MUST BE READ FOR THE NO-COMMIT
013280*    POSITIONS BEFORE THEY ARE REOPENED EXTEND BELOW
013290     IF WS-RESTART-CT > 0
013300         PERFORM 1200-LOAD-SKIP-POSITIONS THRU 1200-EXIT
013310     END-IF.
013320     IF WS-RESTART-CT > 0
013330         OPEN EXTEND AUDIT-LOG
013340     ELSE
013350         OPEN OUTPUT AUDIT-LOG
013360     END-IF.
013370     IF NOT WS-AUDIT-OK
013380         DISPLAY "DL100 - UNABLE TO OPEN AUDITLOG, STATUS = "
013390             WS-AUDIT-STATUS
013400         MOVE 16 TO RETURN-CODE
013410         GO TO 9999-EXIT
013420     END-IF.
013430     IF WS-RESTART-CT > 0
013440         OPEN EXTEND SPILLOVER-FILE
013450     ELSE
013460         OPEN OUTPUT SPILLOVER-FILE
013470     END-IF.
013480     IF NOT WS-SPILL-OK
013490         DISPLAY "DL100 - UNABLE TO OPEN SPILLOVR, STATUS = "
013500             WS-SPILL-STATUS
013510         MOVE 16 TO RETURN-CODE
013520         GO TO 9999-EXIT
013530     END-IF.
013540     IF WS-RESTART-CT > 0
013550         OPEN EXTEND REJECT-CAPTURE-FILE
013560     ELSE
013570         OPEN OUTPUT REJECT-CAPTURE-FILE
013580     END-IF.
013590     IF NOT WS-REJ-OK
013600         DISPLAY "DL100 - UNABLE TO OPEN REJCAP, STATUS = "
013610             WS-REJ-STATUS
013620         MOVE 16 TO RETURN-CODE
013630         GO TO 9999-EXIT
013640     END-IF.
013650     IF WS-RESTART-CT > 0
013660         OPEN EXTEND SUSPENSE-FILE
013670     ELSE
013680         OPEN OUTPUT SUSPENSE-FILE
013690     END-IF.
013700     IF NOT WS-SUS-OK
013710         DISPLAY "DL100 - UNABLE TO OPEN SUSPENSE, STATUS = "
013720             WS-SUS-STATUS
013730         MOVE 16 TO RETURN-CODE
013740         GO TO 9999-EXIT
013750     END-IF.
013760     IF WS-RESTART-CT > 0
013770         DISPLAY "DL100 - RESTARTING AFTER CHECKPOINT AT "
013780             WS-RESTART-CT
013790         MOVE ZEROES TO WS-SKIP-CT
013800         PERFORM 1500-SKIP-RECORD THRU 1500-EXIT
013810             UNTIL WS-EOF OR WS-SKIP-CT = WS-RESTART-CT
013820         IF WS-EOF
013830             DISPLAY "DL100 - WARNING, INFILE EXHAUSTED AFTER "
013840                 WS-SKIP-CT " OF " WS-RESTART-CT
013850                 " CHECKPOINTED RECORDS"
013860         END-IF
013870     END-IF.
013880 1100-EXIT.
013890     EXIT.
013900
013910*----------------------------------------------------------*
013920*  1200-LOAD-SKIP-POSITIONS - COLLECT THE PRE-CHECKPOINT   *
013930*                             REJECT AND SUSPENSE          *
013940*                             POSITIONS WHOSE IDS MUST     *
013950*                             STAY UNCOMMITTED ON RESTART  *
013960*----------------------------------------------------------*
013970 1200-LOAD-SKIP-POSITIONS.
013980     OPEN INPUT REJECT-CAPTURE-FILE.
013990     IF WS-REJ-OK
014000         PERFORM 1250-LOAD-REJ-POS THRU 1250-EXIT
014010             UNTIL WS-RJP-EOF
014020         CLOSE REJECT-CAPTURE-FILE
014030     END-IF.
014040     OPEN INPUT SUSPENSE-FILE.
014050     IF WS-SUS-OK
014060         PERFORM 1300-LOAD-SUS-POS THRU 1300-EXIT
014070             UNTIL WS-SUP-EOF
014080         CLOSE SUSPENSE-FILE
014090     END-IF.
014100     DISPLAY "DL100 - RESTART HOLDS " WS-REJ-POS-COUNT
014110         " REJECTED AND " WS-SUS-POS-COUNT
014120         " SUSPENDED IDS OUT OF THE DUPLICATE TABLE".
014130 1200-EXIT.
014140     EXIT.
014150
014160*----------------------------------------------------------*
014170*  1250-LOAD-REJ-POS - KEEP ONE CAPTURED REJECT'S RECORD   *
014180*                      POSITION                            *
014190*----------------------------------------------------------*
014200 1250-LOAD-REJ-POS.
014210     READ REJECT-CAPTURE-FILE
014220         AT END
014230             SET WS-RJP-EOF TO TRUE
014240             GO TO 1250-EXIT
014250     END-READ.
014260     IF DL100-REJ-SEQ-NO IS NOT NUMERIC
014270         OR DL100-REJ-SEQ-NO > WS-RESTART-CT
014280         GO TO 1250-EXIT
014290     END-IF.
014300     IF WS-REJ-POS-COUNT >= 10000
014310         DISPLAY "DL100 - WARNING, MORE THAN 10000 CAPTURED "
014320             "REJECTS, LATER IDS MAY RE-COMMIT ON RESTART"
014330         SET WS-RJP-EOF TO TRUE
014340         GO TO 1250-EXIT
014350     END-IF.
014360     ADD 1 TO WS-REJ-POS-COUNT.
014370     MOVE DL100-REJ-SEQ-NO
014380         TO WS-REJ-POS (WS-REJ-POS-COUNT).
014390 1250-EXIT.
014400     EXIT.
014410
014420*----------------------------------------------------------*
014430*  1300-LOAD-SUS-POS - KEEP ONE HELD ITEM'S RECORD         *
014440*                      POSITION                            *
014450*----------------------------------------------------------*
014460 1300-LOAD-SUS-POS.
014470     READ SUSPENSE-FILE
014480         AT END
014490             SET WS-SUP-EOF TO TRUE
014500             GO TO 1300-EXIT
014510     END-READ.
014520     IF DL100-SUS-SEQ-NO IS NOT NUMERIC
014530         OR DL100-SUS-SEQ-NO > WS-RESTART-CT
014540         GO TO 1300-EXIT
014550     END-IF.
014560     IF WS-SUS-POS-COUNT >= 1000
014570         DISPLAY "DL100 - WARNING, MORE THAN 1000 HELD "
014580             "ITEMS, LATER IDS MAY RE-COMMIT ON RESTART"
014590         SET WS-SUP-EOF TO TRUE
014600         GO TO 1300-EXIT
014610     END-IF.
014620     ADD 1 TO WS-SUS-POS-COUNT.
014630     MOVE DL100-SUS-SEQ-NO
014640         TO WS-SUS-POS (WS-SUS-POS-COUNT).
014650 1300-EXIT.
014660     EXIT.
014670
014680*----------------------------------------------------------*
014690*  1500-SKIP-RECORD - DISCARD A RECORD ALREADY PROCESSED    *
014700*                     BEFORE THE LAST CHECKPOINT            *
014710*----------------------------------------------------------*
014720 1500-SKIP-RECORD.
014730     READ INFILE INTO WS-AREA-1
014740         AT END
014750             SET WS-EOF TO TRUE
014760         NOT AT END
014770             ADD 1 TO WS-SKIP-CT
014780*            HEADER/TRAILER STATE FOR SKIPPED RECORDS COMES
014790*            BACK FROM THE CHECKPOINT, NOT FROM RE-CAPTURE,
014800*            BUT THE IDS THE LIVE PASS COMMITTED MUST GO
014810*            BACK INTO THE DUPLICATE TABLE OR THEY WOULD BE
014820*            LOST FOR GOOD AT THE IDNEW REWRITE.  REJECTED
014830*            AND SUSPENDED POSITIONS NEVER COMMITTED, SO
014840*            THEY STAY OUT
014850             PERFORM 1550-CHECK-SKIP-POS THRU 1550-EXIT
014860*            A SEGMENT HELD BY THE GENERATION CHECK NEVER
014870*            COMMITTED ITS IDS EITHER, AND THE LAST HEADER
014880*            SKIPPED SAYS WHETHER THE RESUMED SEGMENT IS HELD
014890             IF WS-AREA-1 (1:2) = 'HD'
014900                 PERFORM 1580-CHECK-HELD-POS THRU 1580-EXIT
014910             END-IF
014920             IF WS-SEG-HELD
014930                 SET WS-NO-COMMIT TO TRUE
014940             END-IF
014950             IF NOT WS-NO-COMMIT
014960                 PERFORM 2800-ADD-ID-TO-MASTER THRU 2800-EXIT
014970             END-IF
014980     END-READ.
014990 1500-EXIT.
015000     EXIT.
015010
015020*----------------------------------------------------------*
015030*  1550-CHECK-SKIP-POS - IS THE CURRENT SKIP POSITION ONE  *
015040*                        OF THE UNCOMMITTED ONES?  BOTH    *
015050*                        POSITION LISTS ARE ASCENDING, SO  *
015060*                        EACH POINTER ONLY EVER MOVES      *
015070*                        FORWARD                           *
015080*----------------------------------------------------------*
015090 1550-CHECK-SKIP-POS.
015100     MOVE 'N' TO WS-NO-COMMIT-SW.
015110     MOVE 'N' TO WS-POS-DONE-SW.
015120     PERFORM 1560-SCAN-REJ-POS THRU 1560-EXIT
015130         UNTIL WS-POS-DONE.
015140     MOVE 'N' TO WS-POS-DONE-SW.
015150     PERFORM 1570-SCAN-SUS-POS THRU 1570-EXIT
015160         UNTIL WS-POS-DONE.
015170 1550-EXIT.
015180     EXIT.
015190
015200*----------------------------------------------------------*
015210*  1560-SCAN-REJ-POS - ADVANCE THE REJECT POSITION POINTER *
015220*                      PAST THE CURRENT SKIP POSITION      *
015230*----------------------------------------------------------*
015240 1560-SCAN-REJ-POS.
015250     IF WS-REJ-POS-SUB > WS-REJ-POS-COUNT
015260         SET WS-POS-DONE TO TRUE
015270         GO TO 1560-EXIT
015280     END-IF.
015290     IF WS-REJ-POS (WS-REJ-POS-SUB) > WS-SKIP-CT
015300         SET WS-POS-DONE TO TRUE
015310         GO TO 1560-EXIT
015320     END-IF.
015330     IF WS-REJ-POS (WS-REJ-POS-SUB) = WS-SKIP-CT
015340         SET WS-NO-COMMIT TO TRUE
015350     END-IF.
015360     ADD 1 TO WS-REJ-POS-SUB.
015370 1560-EXIT.
015380     EXIT.
015390
015400*----------------------------------------------------------*
015410*  1570-SCAN-SUS-POS - ADVANCE THE SUSPENSE POSITION       *
015420*                      POINTER PAST THE CURRENT SKIP       *
015430*                      POSITION                            *
015440*----------------------------------------------------------*
015450 1570-SCAN-SUS-POS.
015460     IF WS-SUS-POS-SUB > WS-SUS-POS-COUNT
015470         SET WS-POS-DONE TO TRUE
015480         GO TO 1570-EXIT
015490     END-IF.
015500     IF WS-SUS-POS (WS-SUS-POS-SUB) > WS-SKIP-CT
015510         SET WS-POS-DONE TO TRUE
015520         GO TO 1570-EXIT
015530     END-IF.
015540     IF WS-SUS-POS (WS-SUS-POS-SUB) = WS-SKIP-CT
015550         SET WS-NO-COMMIT TO TRUE
015560     END-IF.
015570     ADD 1 TO WS-SUS-POS-SUB.
015580 1570-EXIT.
015590     EXIT.
015600
015610*----------------------------------------------------------*
015620*  1580-CHECK-HELD-POS - WAS THE HEADER AT THIS SKIP       *
015630*                        POSITION HELD BEFORE THE          *
015640*                        CHECKPOINT?                       *
015650*----------------------------------------------------------*
015660 1580-CHECK-HELD-POS.
015670     MOVE 'N' TO WS-SEG-HELD-SW.
015680     MOVE ZEROES TO WS-HELD-SUB.
015690     PERFORM 1590-SCAN-HELD-POS THRU 1590-EXIT
015700         UNTIL WS-HELD-SUB >= WS-HELD-COUNT
015710         OR WS-SEG-HELD.
015720 1580-EXIT.
015730     EXIT.
015740
015750*----------------------------------------------------------*
015760*  1590-SCAN-HELD-POS - MATCH ONE HELD HEADER POSITION     *
015770*----------------------------------------------------------*
015780 1590-SCAN-HELD-POS.
015790     ADD 1 TO WS-HELD-SUB.
015800     IF WS-HELD-POS (WS-HELD-SUB) = WS-SKIP-CT
015810         SET WS-SEG-HELD TO TRUE
015820     END-IF.
015830 1590-EXIT.
015840     EXIT.
015850
015860*----------------------------------------------------------*
015870*  1600-LOAD-ID-MASTER - LOAD THE CROSS-RUN ID MASTER,     *
015880*                        AGEING OFF IDS OLDER THAN THE     *
015890*                        RETENTION WINDOW                  *
015900*----------------------------------------------------------*
015910 1600-LOAD-ID-MASTER.
015920     COMPUTE WS-CUTOFF-INT =
015930         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
015940         - WS-RETENTION-DAYS.
015950     MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
015960         TO WS-CUTOFF-DATE.
015970     OPEN INPUT ID-MASTER-FILE.
015980     IF NOT WS-IDM-OK
015990         DISPLAY "DL100 - ID MASTER NOT PRESENT, STATUS = "
016000             WS-IDM-STATUS ", STARTING EMPTY"
016010         GO TO 1600-EXIT
016020     END-IF.
016030     PERFORM 1650-LOAD-ID-REC THRU 1650-EXIT
016040         UNTIL WS-IDM-EOF.
016050     CLOSE ID-MASTER-FILE.
016060     DISPLAY "DL100 - ID MASTER LOADED, KEPT " WS-IDM-COUNT
016070         " AGED OUT " WS-IDM-AGED-CT.
016080 1600-EXIT.
016090     EXIT.
016100
016110*----------------------------------------------------------*
016120*  1650-LOAD-ID-REC - KEEP ONE MASTER ENTRY IF STILL IN    *
016130*                     THE RETENTION WINDOW                 *
016140*----------------------------------------------------------*
016150 1650-LOAD-ID-REC.
016160     READ ID-MASTER-FILE
016170         AT END
016180             SET WS-IDM-EOF TO TRUE
016190             GO TO 1650-EXIT
016200     END-READ.
016210     IF DL100-IDM-ID IS NUMERIC
016220         AND DL100-IDM-FIRST-DATE IS NUMERIC
016230         AND DL100-IDM-FIRST-DATE >= WS-CUTOFF-DATE
016240         COMPUTE WS-IDM-SUB = DL100-IDM-ID + 1
016250         IF WS-IDM-SLOT-DATE (WS-IDM-SUB) = ZEROES
016260             ADD 1 TO WS-IDM-COUNT
016270         END-IF
016280         MOVE DL100-IDM-FIRST-DATE
016290             TO WS-IDM-SLOT-DATE (WS-IDM-SUB)
016300     ELSE
016310         ADD 1 TO WS-IDM-AGED-CT
016320     END-IF.
016330 1650-EXIT.
016340     EXIT.
016350
016360*----------------------------------------------------------*
016370*  1700-LOAD-STATUS-REF - LOAD THE STATUS CODE REFERENCE   *
016380*                        TABLE FOR THE DL100GRD CHECK.     *
016390*                        A MISSING DATASET LEAVES THE      *
016400*                        TABLE EMPTY AND THE CHECK OFF     *
016410*----------------------------------------------------------*
016420 1700-LOAD-STATUS-REF.
016430     MOVE ZEROES TO DL100-GRD-STAT-COUNT.
016440     OPEN INPUT STATUS-REF-FILE.
016450     IF NOT WS-SRF-OK
016460         DISPLAY "DL100 - WARNING, STATREF NOT PRESENT, "
016470             "STATUS = " WS-SRF-STATUS
016480             ", STATUS CODE CHECK IS OFF"
016490         GO TO 1700-EXIT
016500     END-IF.
016510     PERFORM 1750-LOAD-STAT-REC THRU 1750-EXIT
016520         UNTIL WS-SRF-EOF.
016530     CLOSE STATUS-REF-FILE.
016540     DISPLAY "DL100 - STATUS REFERENCE LOADED, "
016550         DL100-GRD-STAT-COUNT " CODES".
016560 1700-EXIT.
016570     EXIT.
016580
016590*----------------------------------------------------------*
016600*  1750-LOAD-STAT-REC - FOLD ONE REFERENCE RECORD DOWN TO  *
016610*                       A CODE AND A USABLE FLAG           *
016620*----------------------------------------------------------*
016630 1750-LOAD-STAT-REC.
016640     READ STATUS-REF-FILE
016650         AT END
016660             SET WS-SRF-EOF TO TRUE
016670             GO TO 1750-EXIT
016680     END-READ.
016690     IF DL100-GRD-STAT-COUNT >= 50
016700         DISPLAY "DL100 - WARNING, STATREF HAS MORE THAN 50 "
016710             "CODES, EXTRAS IGNORED"
016720         SET WS-SRF-EOF TO TRUE
016730         GO TO 1750-EXIT
016740     END-IF.
016750     ADD 1 TO DL100-GRD-STAT-COUNT.
016760     SET GRD-STAT-IX TO DL100-GRD-STAT-COUNT.
016770     MOVE DL100-SRF-CODE
016780         TO DL100-GRD-STAT-CODE (GRD-STAT-IX).
016790     IF DL100-SRF-ACTIVE
016800         AND DL100-SRF-EFF-DATE IS NUMERIC
016810         AND DL100-SRF-EFF-DATE <= WS-CURRENT-DATE
016820         MOVE 'Y' TO DL100-GRD-STAT-USABLE (GRD-STAT-IX)
016830     ELSE
016840         MOVE 'N' TO DL100-GRD-STAT-USABLE (GRD-STAT-IX)
016850     END-IF.
016860 1750-EXIT.
016870     EXIT.
016880
016890*----------------------------------------------------------*
016900*  1800-OPEN-TRANS-MASTER - OPEN (OR FIRST-TIME BUILD) THE *
016910*                           INDEXED TRANSACTION MASTER FOR *
016920*                           AN APPLY MODE RUN              *
016930*----------------------------------------------------------*
016940 1800-OPEN-TRANS-MASTER.
016950     OPEN I-O TRANS-MASTER-FILE.
016960     IF WS-MST-NOT-FOUND
016970         DISPLAY "DL100 - TRNMASTR NOT PRESENT, BUILDING "
016980             "AN EMPTY MASTER"
016990         OPEN OUTPUT TRANS-MASTER-FILE
017000         IF WS-MST-OK
017010             CLOSE TRANS-MASTER-FILE
017020             OPEN I-O TRANS-MASTER-FILE
017030         END-IF
017040     END-IF.
017050     IF NOT WS-MST-OK
017060         DISPLAY "DL100 - UNABLE TO OPEN TRNMASTR, STATUS = "
017070             WS-MST-STATUS
017080         MOVE 16 TO RETURN-CODE
017090         GO TO 9999-EXIT
017100     END-IF.
017110*    NO CHANGE MAY REACH THE MASTER WITHOUT ITS JOURNAL
017120*    RECORD, OR THE NIGHT COULD NOT BE BACKED OUT
017130     OPEN EXTEND TRANS-JOURNAL-FILE.
017140     IF NOT WS-JNL-OK
017150         DISPLAY "DL100 - UNABLE TO OPEN TRNJRNL, STATUS = "
017160             WS-JNL-STATUS
017170         MOVE 16 TO RETURN-CODE
017180         GO TO 9999-EXIT
017190     END-IF.
017200 1800-EXIT.
017210     EXIT.
017220
017230*----------------------------------------------------------*
017240*  1850-LOAD-EXPECTED-COUNT - TAKE LAST NIGHT'S RECORD     *
017250*                             COUNT FROM RUNHIST AS THE    *
017260*                             EXPECTED TOTAL FOR THE       *
017270*                             PROGRESS ESTIMATE            *
017280*----------------------------------------------------------*
017290 1850-LOAD-EXPECTED-COUNT.
017300     OPEN INPUT RUN-HISTORY-FILE.
017310     IF NOT WS-HST-OK
017320         DISPLAY "DL100 - RUNHIST NOT READABLE, STATUS = "
017330             WS-HST-STATUS ", NO COMPLETION ESTIMATE"
017340         GO TO 1850-EXIT
017350     END-IF.
017360     PERFORM 1870-READ-HIST-REC THRU 1870-EXIT
017370         UNTIL WS-HST-EOF.
017380     CLOSE RUN-HISTORY-FILE.
017390     IF WS-EXPECTED-TOTAL-CT > 0
017400         DISPLAY "DL100 - EXPECTING ABOUT "
017410             WS-EXPECTED-TOTAL-CT " RECORDS, PER RUNHIST"
017420     END-IF.
017430 1850-EXIT.
017440     EXIT.
017450
017460*----------------------------------------------------------*
017470*  1870-READ-HIST-REC - KEEP THE LATEST HISTORY RECORD'S   *
017480*                       COUNT                              *
017490*----------------------------------------------------------*
017500 1870-READ-HIST-REC.
017510     READ RUN-HISTORY-FILE
017520         AT END
017530             SET WS-HST-EOF TO TRUE
017540             GO TO 1870-EXIT
017550     END-READ.
017560     IF DL100-HST-RECORD-CT IS NUMERIC
017570         MOVE DL100-HST-RECORD-CT TO WS-EXPECTED-TOTAL-CT
017580     END-IF.
017590 1870-EXIT.
017600     EXIT.
017610
017620*----------------------------------------------------------*
017630*  1900-LOAD-MAP-CARD - LOAD AND VALIDATE ONE 'M' MAPPING  *
017640*                       CARD FROM THE CTLCARD FILE         *
017650*----------------------------------------------------------*
017660 1900-LOAD-MAP-CARD.
017670     READ CONTROL-CARD
017680         AT END
017690             SET WS-CTL-EOF TO TRUE
017700             GO TO 1900-EXIT
017710     END-READ.
017720     IF NOT DL100-MAP-IS-MAP
017730         DISPLAY "DL100 - WARNING, UNRECOGNIZED CTLCARD "
017740             "RECORD IGNORED"
017750         GO TO 1900-EXIT
017760     END-IF.
017770     IF DL100-MAP-SOURCE-FIELD NOT = 'ID      ' AND 'TRNDATE '
017780         AND 'NAME    ' AND 'AMOUNT  ' AND 'STATUS  '
017790         DISPLAY "DL100 - WARNING, MAP CARD SOURCE FIELD '"
017800             DL100-MAP-SOURCE-FIELD "' UNKNOWN, IGNORED"
017810         GO TO 1900-EXIT
017820     END-IF.
017830     IF DL100-MAP-DEST-POS IS NOT NUMERIC
017840         OR DL100-MAP-DEST-LEN IS NOT NUMERIC
017850         OR DL100-MAP-DEST-POS < 1
017860         OR DL100-MAP-DEST-LEN < 1
017870         OR DL100-MAP-DEST-POS + DL100-MAP-DEST-LEN - 1 > 100
017880         DISPLAY "DL100 - WARNING, MAP CARD FOR "
017890             DL100-MAP-SOURCE-FIELD " HAS A BAD DESTINATION "
017900             "POSITION/LENGTH, IGNORED"
017910         GO TO 1900-EXIT
017920     END-IF.
017930     IF DL100-MAP-PAD-RULE NOT = 'L' AND 'R' AND SPACE
017940         DISPLAY "DL100 - WARNING, MAP CARD FOR "
017950             DL100-MAP-SOURCE-FIELD " HAS A BAD PAD RULE '"
017960             DL100-MAP-PAD-RULE "', IGNORED"
017970         GO TO 1900-EXIT
017980     END-IF.
017990     IF DL100-MAP-DATE-RULE NOT = 'I' AND SPACE
018000         DISPLAY "DL100 - WARNING, MAP CARD FOR "
018010             DL100-MAP-SOURCE-FIELD " HAS A BAD DATE RULE '"
018020             DL100-MAP-DATE-RULE "', IGNORED"
018030         GO TO 1900-EXIT
018040     END-IF.
018050     IF WS-MAP-COUNT >= 20
018060         DISPLAY "DL100 - WARNING, MORE THAN 20 MAP CARDS, "
018070             "EXTRAS IGNORED"
018080         GO TO 1900-EXIT
018090     END-IF.
018100     ADD 1 TO WS-MAP-COUNT.
018110     MOVE WS-MAP-COUNT TO WS-MAP-SUB.
018120     MOVE DL100-MAP-SOURCE-FIELD
018130         TO WS-MAP-SOURCE-FIELD (WS-MAP-SUB).
018140     MOVE DL100-MAP-DEST-POS
018150         TO WS-MAP-DEST-POS (WS-MAP-SUB).
018160     MOVE DL100-MAP-DEST-LEN
018170         TO WS-MAP-DEST-LEN (WS-MAP-SUB).
018180     IF DL100-MAP-PAD-RULE = SPACE
018190         MOVE 'L' TO WS-MAP-PAD-RULE (WS-MAP-SUB)
018200     ELSE
018210         MOVE DL100-MAP-PAD-RULE
018220             TO WS-MAP-PAD-RULE (WS-MAP-SUB)
018230     END-IF.
018240     MOVE DL100-MAP-DATE-RULE
018250         TO WS-MAP-DATE-RULE (WS-MAP-SUB).
018260 1900-EXIT.
018270     EXIT.
018280
018290*----------------------------------------------------------*
018300*  1930-LOAD-FX-REF - LOAD THE RATE IN FORCE ON THE RUN    *
018310*                     DATE FOR EACH CURRENCY.  A MISSING   *
018320*                     DATASET LEAVES THE TABLE EMPTY, SO   *
018330*                     ONLY HOUSE CURRENCY DETAILS POST     *
018340*----------------------------------------------------------*
018350 1930-LOAD-FX-REF.
018360     OPEN INPUT FX-RATE-FILE.
018370     IF NOT WS-FXR-OK
018380         DISPLAY "DL100 - WARNING, FXREF NOT PRESENT, STATUS = "
018390             WS-FXR-STATUS ", CURRENCY DETAILS WILL REJECT"
018400         GO TO 1930-EXIT
018410     END-IF.
018420     PERFORM 1940-LOAD-FX-REC THRU 1940-EXIT
018430         UNTIL WS-FXR-EOF.
018440     CLOSE FX-RATE-FILE.
018450     DISPLAY "DL100 - EXCHANGE RATES LOADED, " WS-FX-COUNT
018460         " CURRENCIES".
018470 1930-EXIT.
018480     EXIT.
018490
018500*----------------------------------------------------------*
018510*  1940-LOAD-FX-REC - KEEP ONE RATE IF IT IS IN FORCE AND  *
018520*                     LATER THAN THE ONE ALREADY HELD FOR  *
018530*                     ITS CURRENCY                         *
018540*----------------------------------------------------------*
018550 1940-LOAD-FX-REC.
018560     READ FX-RATE-FILE
018570         AT END
018580             SET WS-FXR-EOF TO TRUE
018590             GO TO 1940-EXIT
018600     END-READ.
018610     IF DL100-FXR-CURRENCY-CD = SPACES
018620         OR DL100-FXR-EFF-DATE IS NOT NUMERIC
018630         OR DL100-FXR-RATE IS NOT NUMERIC
018640         DISPLAY "DL100 - WARNING, FXREF RATE FOR '"
018650             DL100-FXR-CURRENCY-CD "' INVALID, IGNORED"
018660         GO TO 1940-EXIT
018670     END-IF.
018680     IF NOT DL100-FXR-ACTIVE
018690         OR DL100-FXR-RATE = 0
018700         OR DL100-FXR-EFF-DATE > WS-RUN-DATE
018710         GO TO 1940-EXIT
018720     END-IF.
018730     SET FX-IX TO 1.
018740     SEARCH WS-FX-ENTRY
018750         AT END
018760             CONTINUE
018770         WHEN FX-IX > WS-FX-COUNT
018780             CONTINUE
018790         WHEN WS-FX-CURRENCY-CD (FX-IX) = DL100-FXR-CURRENCY-CD
018800             CONTINUE
018810     END-SEARCH.
018820     IF FX-IX > WS-FX-COUNT
018830         IF WS-FX-COUNT >= 200
018840             DISPLAY "DL100 - WARNING, MORE THAN 200 FXREF "
018850                 "CURRENCIES, EXTRAS IGNORED"
018860             SET WS-FXR-EOF TO TRUE
018870             GO TO 1940-EXIT
018880         END-IF
018890         ADD 1 TO WS-FX-COUNT
018900         SET FX-IX TO WS-FX-COUNT
018910         MOVE DL100-FXR-CURRENCY-CD TO WS-FX-CURRENCY-CD (FX-IX)
018920         MOVE ZEROES TO WS-FX-EFF-DATE (FX-IX)
018930     END-IF.
018940     IF DL100-FXR-EFF-DATE NOT < WS-FX-EFF-DATE (FX-IX)
018950         MOVE DL100-FXR-EFF-DATE TO WS-FX-EFF-DATE (FX-IX)
018960         MOVE DL100-FXR-RATE     TO WS-FX-RATE (FX-IX)
018970     END-IF.
018980 1940-EXIT.
018990     EXIT.
019000
019010*----------------------------------------------------------*
019020*  1950-LOAD-LIMIT-REF - LOAD THE OPERATOR AMOUNT LIMIT    *
019030*                        RULES.  A MISSING DATASET LEAVES  *
019040*                        THE TABLE EMPTY AND THE CHECK OFF *
019050*----------------------------------------------------------*
019060 1950-LOAD-LIMIT-REF.
019070     OPEN INPUT LIMIT-REF-FILE.
019080     IF NOT WS-LIM-OK
019090         DISPLAY "DL100 - LIMITREF NOT PRESENT, STATUS = "
019100             WS-LIM-STATUS ", AMOUNT LIMIT CHECK IS OFF"
019110         GO TO 1950-EXIT
019120     END-IF.
019130     PERFORM 1960-LOAD-LIMIT-REC THRU 1960-EXIT
019140         UNTIL WS-LIM-EOF.
019150     CLOSE LIMIT-REF-FILE.
019160     DISPLAY "DL100 - AMOUNT LIMITS LOADED, " WS-LIM-COUNT
019170         " RULES".
019180 1950-EXIT.
019190     EXIT.
019200
019210*----------------------------------------------------------*
019220*  1960-LOAD-LIMIT-REC - KEEP ONE VALID LIMIT RULE         *
019230*----------------------------------------------------------*
019240 1960-LOAD-LIMIT-REC.
019250     READ LIMIT-REF-FILE
019260         AT END
019270             SET WS-LIM-EOF TO TRUE
019280             GO TO 1960-EXIT
019290     END-READ.
019300     IF DL100-LIM-MAX-AMOUNT IS NOT NUMERIC
019310         OR DL100-LIM-STATUS-CD = SPACES
019320         DISPLAY "DL100 - WARNING, LIMITREF RULE FOR '"
019330             DL100-LIM-STATUS-CD "' INVALID, IGNORED"
019340         GO TO 1960-EXIT
019350     END-IF.
019360     IF WS-LIM-COUNT >= 50
019370         DISPLAY "DL100 - WARNING, MORE THAN 50 LIMIT "
019380             "RULES, EXTRAS IGNORED"
019390         SET WS-LIM-EOF TO TRUE
019400         GO TO 1960-EXIT
019410     END-IF.
019420     ADD 1 TO WS-LIM-COUNT.
019430     SET LIM-IX TO WS-LIM-COUNT.
019440     MOVE DL100-LIM-STATUS-CD
019450         TO WS-LIM-STATUS-CD (LIM-IX).
019460     MOVE DL100-LIM-MAX-AMOUNT
019470         TO WS-LIM-MAX-AMOUNT (LIM-IX).
019480     IF DL100-LIM-NEG-OK
019490         MOVE 'Y' TO WS-LIM-NEG-OK-SW (LIM-IX)
019500     ELSE
019510         MOVE 'N' TO WS-LIM-NEG-OK-SW (LIM-IX)
019520     END-IF.
019530 1960-EXIT.
019540     EXIT.
019550
019560*----------------------------------------------------------*
019570*  1965-LOAD-EXPOSURE-REF - LOAD THE AGGREGATE EXPOSURE    *
019580*                           RULES AND SWEEP TRNMASTR FOR   *
019590*                           EACH CUSTOMER'S STANDING       *
019600*                           EXPOSURE.  A MISSING DATASET   *
019610*                           LEAVES THE CHECK OFF           *
019620*----------------------------------------------------------*
019630 1965-LOAD-EXPOSURE-REF.
019640     OPEN INPUT EXPOSURE-REF-FILE.
019650     IF NOT WS-EXP-OK
019660         DISPLAY "DL100 - EXPOSREF NOT PRESENT, STATUS = "
019670             WS-EXP-STATUS ", AGGREGATE EXPOSURE CHECK IS OFF"
019680         GO TO 1965-EXIT
019690     END-IF.
019700     PERFORM 1966-LOAD-EXPOSURE-REC THRU 1966-EXIT
019710         UNTIL WS-EXP-EOF.
019720     CLOSE EXPOSURE-REF-FILE.
019730     DISPLAY "DL100 - EXPOSURE RULES LOADED, " WS-EXR-COUNT
019740         " RULES, WINDOW " WS-EXP-WINDOW-DAYS " DAYS".
019750     IF WS-EXR-COUNT = 0
019760         GO TO 1965-EXIT
019770     END-IF.
019780*    THE RUN DATE IS THE LAST DAY OF THE WINDOW
019790     COMPUTE WS-EXP-WINDOW-START = FUNCTION DATE-OF-INTEGER
019800         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
019810             - WS-EXP-WINDOW-DAYS + 1).
019820     PERFORM 1967-SWEEP-TRANS-MASTER THRU 1967-EXIT.
019830 1965-EXIT.
019840     EXIT.
019850
019860*----------------------------------------------------------*
019870*  1966-LOAD-EXPOSURE-REC - KEEP ONE VALID EXPOSURE RULE.  *
019880*                           THE DEFAULT RULE ALSO CARRIES  *
019890*                           THE WINDOW DAYS                *
019900*----------------------------------------------------------*
019910 1966-LOAD-EXPOSURE-REC.
019920     READ EXPOSURE-REF-FILE
019930         AT END
019940             SET WS-EXP-EOF TO TRUE
019950             GO TO 1966-EXIT
019960     END-READ.
019970     IF DL100-EXP-MAX-AMOUNT IS NOT NUMERIC
019980         OR DL100-EXP-MAX-COUNT IS NOT NUMERIC
019990         OR DL100-EXP-NAME = SPACES
020000         DISPLAY "DL100 - WARNING, EXPOSREF RULE FOR '"
020010             DL100-EXP-NAME "' INVALID, IGNORED"
020020         GO TO 1966-EXIT
020030     END-IF.
020040     IF DL100-EXP-DEFAULT
020050         AND DL100-EXP-WINDOW-X NOT = SPACES
020060         IF DL100-EXP-WINDOW-DAYS IS NUMERIC
020070             AND DL100-EXP-WINDOW-DAYS > 0
020080             MOVE DL100-EXP-WINDOW-DAYS TO WS-EXP-WINDOW-DAYS
020090         ELSE
020100             DISPLAY "DL100 - WARNING, EXPOSREF WINDOW DAYS "
020110                 "INVALID, " WS-EXP-WINDOW-DAYS " USED"
020120         END-IF
020130     END-IF.
020140     IF WS-EXR-COUNT >= 200
020150         DISPLAY "DL100 - WARNING, MORE THAN 200 EXPOSURE "
020160             "RULES, EXTRAS IGNORED"
020170         SET WS-EXP-EOF TO TRUE
020180         GO TO 1966-EXIT
020190     END-IF.
020200     ADD 1 TO WS-EXR-COUNT.
020210     SET EXR-IX TO WS-EXR-COUNT.
020220     MOVE DL100-EXP-NAME       TO WS-EXR-NAME (EXR-IX).
020230     MOVE DL100-EXP-MAX-AMOUNT TO WS-EXR-MAX-AMOUNT (EXR-IX).
020240     MOVE DL100-EXP-MAX-COUNT  TO WS-EXR-MAX-COUNT (EXR-IX).
020250 1966-EXIT.
020260     EXIT.
020270
020280*----------------------------------------------------------*
020290*  1967-SWEEP-TRANS-MASTER - TOTAL EACH CUSTOMER'S LIVE    *
020300*                            TRNMASTR POSTINGS DATED INSIDE*
020310*                            THE WINDOW.  AN APPLY RUN HAS *
020320*                            THE MASTER OPEN ALREADY; ANY  *
020330*                            OTHER MODE OPENS IT TO READ   *
020340*----------------------------------------------------------*
020350 1967-SWEEP-TRANS-MASTER.
020360     IF NOT WS-MODE-APPLY
020370         OPEN INPUT TRANS-MASTER-FILE
020380         IF NOT WS-MST-OK
020390             DISPLAY "DL100 - TRNMASTR NOT AVAILABLE, STATUS = "
020400                 WS-MST-STATUS ", EXPOSURE IS THIS RUN ONLY"
020410             GO TO 1967-EXIT
020420         END-IF
020430     END-IF.
020440     MOVE ZEROES TO DL100-MST-ID.
020450     START TRANS-MASTER-FILE
020460         KEY IS NOT LESS THAN DL100-MST-ID
020470         INVALID KEY
020480             SET WS-MST-EOF TO TRUE
020490     END-START.
020500     PERFORM 1968-TAKE-MST-EXPOSURE THRU 1968-EXIT
020510         UNTIL WS-MST-EOF.
020520     IF NOT WS-MODE-APPLY
020530         CLOSE TRANS-MASTER-FILE
020540     END-IF.
020550     DISPLAY "DL100 - EXPOSURE SWEEP, " WS-EXP-MST-CT
020560         " TRNMASTR DETAILS SINCE " WS-EXP-WINDOW-START
020570         " FOR " WS-EXT-COUNT " CUSTOMERS".
020580 1967-EXIT.
020590     EXIT.
020600
020610*----------------------------------------------------------*
020620*  1968-TAKE-MST-EXPOSURE - ADD ONE MASTER RECORD TO ITS   *
020630*                           CUSTOMER'S EXPOSURE.  A        *
020640*                           REVERSAL NETS ITS OFFSET OFF   *
020650*                           THE AMOUNT BUT IS NOT A DETAIL *
020660*                           OF ITS OWN                     *
020670*----------------------------------------------------------*
020680 1968-TAKE-MST-EXPOSURE.
020690     READ TRANS-MASTER-FILE NEXT RECORD
020700         AT END
020710             SET WS-MST-EOF TO TRUE
020720             GO TO 1968-EXIT
020730     END-READ.
020740     IF NOT WS-MST-OK
020750         DISPLAY "DL100 - TRNMASTR READ FAILED, STATUS = "
020760             WS-MST-STATUS ", EXPOSURE SWEEP STOPPED"
020770         IF RETURN-CODE < 4
020780             MOVE 4 TO RETURN-CODE
020790         END-IF
020800         SET WS-MST-EOF TO TRUE
020810         GO TO 1968-EXIT
020820     END-IF.
020830     IF DL100-MST-DELETED
020840         OR DL100-MST-TRANS-DATE IS NOT NUMERIC
020850         OR DL100-MST-AMOUNT IS NOT NUMERIC
020860         GO TO 1968-EXIT
020870     END-IF.
020880     IF DL100-MST-TRANS-DATE < WS-EXP-WINDOW-START
020890         OR DL100-MST-TRANS-DATE > WS-RUN-DATE
020900         GO TO 1968-EXIT
020910     END-IF.
020920     MOVE DL100-MST-NAME TO WS-EXP-NAME.
020930     PERFORM 3890-FIND-EXPOSURE THRU 3890-EXIT.
020940     IF NOT WS-EXT-FOUND
020950         PERFORM 3895-NEW-EXPOSURE THRU 3895-EXIT
020960         IF NOT WS-EXT-FOUND
020970             GO TO 1968-EXIT
020980         END-IF
020990     END-IF.
021000     ADD DL100-MST-AMOUNT TO WS-EXT-AMOUNT (EXT-IX).
021010     IF DL100-MST-ORIG-ID IS NOT NUMERIC
021020         OR DL100-MST-ORIG-ID = 0
021030         ADD 1 TO WS-EXT-DTL-CT (EXT-IX)
021040     END-IF.
021050     ADD 1 TO WS-EXP-MST-CT.
021060 1968-EXIT.
021070     EXIT.
021080
021090*----------------------------------------------------------*
021100*  1970-LOAD-REGION-REF - LOAD THE REGION REFERENCE TABLE. *
021110*                         A MISSING DATASET LEAVES THE     *
021120*                         TABLE EMPTY AND THE CHECK OFF    *
021130*----------------------------------------------------------*
021140 1970-LOAD-REGION-REF.
021150     OPEN INPUT REGION-REF-FILE.
021160     IF NOT WS-RGF-OK
021170         DISPLAY "DL100 - WARNING, REGNREF NOT PRESENT, "
021180             "STATUS = " WS-RGF-STATUS
021190             ", REGION VALIDATION IS OFF"
021200         GO TO 1970-EXIT
021210     END-IF.
021220     PERFORM 1980-LOAD-RGN-REC THRU 1980-EXIT
021230         UNTIL WS-RGF-EOF.
021240     CLOSE REGION-REF-FILE.
021250     DISPLAY "DL100 - REGION REFERENCE LOADED, "
021260         WS-RGF-COUNT " REGIONS".
021270 1970-EXIT.
021280     EXIT.
021290
021300*----------------------------------------------------------*
021310*  1980-LOAD-RGN-REC - KEEP ONE REGION REFERENCE ENTRY     *
021320*----------------------------------------------------------*
021330 1980-LOAD-RGN-REC.
021340     READ REGION-REF-FILE
021350         AT END
021360             SET WS-RGF-EOF TO TRUE
021370             GO TO 1980-EXIT
021380     END-READ.
021390     IF DL100-RGN-CODE = SPACES
021400         GO TO 1980-EXIT
021410     END-IF.
021420     IF WS-RGF-COUNT >= 10
021430         DISPLAY "DL100 - WARNING, MORE THAN 10 REGNREF "
021440             "REGIONS, EXTRAS IGNORED"
021450         SET WS-RGF-EOF TO TRUE
021460         GO TO 1980-EXIT
021470     END-IF.
021480     ADD 1 TO WS-RGF-COUNT.
021490     SET RGF-IX TO WS-RGF-COUNT.
021500     MOVE DL100-RGN-CODE TO WS-RGF-CODE (RGF-IX).
021510     MOVE DL100-RGN-DESC TO WS-RGF-DESC (RGF-IX).
021520     IF DL100-RGN-EXPECTED
021530         MOVE 'Y' TO WS-RGF-EXPECTED-SW (RGF-IX)
021540     ELSE
021550         MOVE 'N' TO WS-RGF-EXPECTED-SW (RGF-IX)
021560     END-IF.
021570 1980-EXIT.
021580     EXIT.
021590
021600*----------------------------------------------------------*
021610*  1990-LOAD-EXTRACT-CTL - LOAD THE LAST HEADER DATE TAKEN *
021620*                          PER REGION AND SOURCE SYSTEM.   *
021630*                          THE FILE IS CUMULATIVE, SO THE  *
021640*                          LATEST RECORD FOR A PAIR WINS   *
021650*----------------------------------------------------------*
021660 1990-LOAD-EXTRACT-CTL.
021670*    TRANSFER AND APPLY EACH TAKE THE NIGHT'S EXTRACT, SO
021680*    EACH KEEPS ITS OWN DATES; A FORECAST RUN CHECKS THE
021690*    EXTRACT AS THE TRANSFER WILL
021700     IF WS-MODE-APPLY
021710         MOVE 'A' TO WS-GEN-RUN-MODE
021720     ELSE
021730         MOVE 'T' TO WS-GEN-RUN-MODE
021740     END-IF.
021750     OPEN INPUT EXTRACT-CTL-FILE.
021760     IF NOT WS-EXC-OK
021770         DISPLAY "DL100 - UNABLE TO OPEN EXTCTL, STATUS = "
021780             WS-EXC-STATUS
021790         MOVE 16 TO RETURN-CODE
021800         GO TO 9999-EXIT
021810     END-IF.
021820     PERFORM 1995-LOAD-EXC-REC THRU 1995-EXIT
021830         UNTIL WS-EXC-EOF.
021840     CLOSE EXTRACT-CTL-FILE.
021850*    A SPLIT INSTANCE'S OWN ACCEPTANCES SIT ON ITS EXTACC
021860*    UNTIL DL200 COMMITS THEM, SO A RESTARTED INSTANCE MUST
021870*    READ THEM BACK; A FRESH ONE STARTS THE DATASET EMPTY
021880     IF WS-SPLIT-INSTANCE AND NOT WS-MODE-VALIDATE
021890         IF WS-RESTART-CT > 0
021900             OPEN INPUT EXTRACT-ACC-FILE
021910             IF NOT WS-EXA-OK
021920                 DISPLAY "DL100 - UNABLE TO OPEN EXTACC, "
021930                     "STATUS = " WS-EXA-STATUS
021940                 MOVE 16 TO RETURN-CODE
021950                 GO TO 9999-EXIT
021960             END-IF
021970             MOVE 'N' TO WS-EXC-EOF-SW
021980             PERFORM 1996-LOAD-EXA-REC THRU 1996-EXIT
021990                 UNTIL WS-EXC-EOF
022000             CLOSE EXTRACT-ACC-FILE
022010         ELSE
022020             OPEN OUTPUT EXTRACT-ACC-FILE
022030             IF NOT WS-EXA-OK
022040                 DISPLAY "DL100 - UNABLE TO OPEN EXTACC, "
022050                     "STATUS = " WS-EXA-STATUS
022060                 MOVE 16 TO RETURN-CODE
022070                 GO TO 9999-EXIT
022080             END-IF
022090             CLOSE EXTRACT-ACC-FILE
022100         END-IF
022110     END-IF.
022120     DISPLAY "DL100 - EXTRACT CONTROL LOADED, " WS-EXC-COUNT
022130         " REGION/SOURCE PAIRS FROM " WS-EXC-LOADED-CT
022140         " RECORDS".
022150 1990-EXIT.
022160     EXIT.
022170
022180*----------------------------------------------------------*
022190*  1995-LOAD-EXC-REC - APPLY ONE EXTCTL RECORD             *
022200*----------------------------------------------------------*
022210 1995-LOAD-EXC-REC.
022220     READ EXTRACT-CTL-FILE INTO DL100-EXTCTL-RECORD
022230         AT END
022240             SET WS-EXC-EOF TO TRUE
022250             GO TO 1995-EXIT
022260     END-READ.
022270     PERFORM 1998-KEEP-EXC-ENTRY THRU 1998-EXIT.
022280 1995-EXIT.
022290     EXIT.
022300
022310*----------------------------------------------------------*
022320*  1996-LOAD-EXA-REC - APPLY ONE OF THIS INSTANCE'S OWN    *
022330*                      EARLIER ACCEPTANCES                 *
022340*----------------------------------------------------------*
022350 1996-LOAD-EXA-REC.
022360     READ EXTRACT-ACC-FILE INTO DL100-EXTCTL-RECORD
022370         AT END
022380             SET WS-EXC-EOF TO TRUE
022390             GO TO 1996-EXIT
022400     END-READ.
022410     PERFORM 1998-KEEP-EXC-ENTRY THRU 1998-EXIT.
022420 1996-EXIT.
022430     EXIT.
022440
022450*----------------------------------------------------------*
022460*  1998-KEEP-EXC-ENTRY - MOVE A PAIR'S SLOT TO THE DATE ON *
022470*                        THE RECORD JUST READ              *
022480*----------------------------------------------------------*
022490 1998-KEEP-EXC-ENTRY.
022500     IF DL100-EXC-REGION-CD = SPACES
022510         OR DL100-EXC-HDR-DATE IS NOT NUMERIC
022520         OR DL100-EXC-HDR-DATE = 0
022530         DISPLAY "DL100 - WARNING, EXTCTL RECORD FOR REGION '"
022540             DL100-EXC-REGION-CD "' SOURCE '"
022550             DL100-EXC-SOURCE-SYS "' IS INVALID, IGNORED"
022560         GO TO 1998-EXIT
022570     END-IF.
022580     IF DL100-EXC-RUN-MODE NOT = SPACE
022590         AND DL100-EXC-RUN-MODE NOT = WS-GEN-RUN-MODE
022600         GO TO 1998-EXIT
022610     END-IF.
022620     ADD 1 TO WS-EXC-LOADED-CT.
022630     MOVE DL100-EXC-REGION-CD  TO WS-GEN-RGN-CD.
022640     MOVE DL100-EXC-SOURCE-SYS TO WS-GEN-SOURCE-SYS.
022650     PERFORM 2640-FIND-EXC-ENTRY THRU 2640-EXIT.
022660     IF WS-EXC-FULL
022670         DISPLAY "DL100 - WARNING, MORE THAN 100 EXTCTL "
022680             "REGION/SOURCE PAIRS, " WS-GEN-RGN-CD " "
022690             WS-GEN-SOURCE-SYS " IGNORED"
022700         GO TO 1998-EXIT
022710     END-IF.
022720     MOVE DL100-EXC-HDR-DATE TO WS-EXC-LAST-DATE (WS-EXC-SUB).
022730 1998-EXIT.
022740     EXIT.
022750
022760*----------------------------------------------------------*
022770*  2000-PROCESS-RECORD - GUARD AGAINST OVERSIZE MOVES      *
022780*----------------------------------------------------------*
022790 2000-PROCESS-RECORD.
022800     READ INFILE INTO WS-AREA-1
022810         AT END
022820             SET WS-EOF TO TRUE
022830             GO TO 2000-EXIT
022840     END-READ.
022850     ADD 1 TO WS-RECORD-CT.
022860     DIVIDE WS-RECORD-CT BY WS-CKPT-INTERVAL
022870         GIVING WS-CKPT-QUOTIENT
022880         REMAINDER WS-CKPT-REMAINDER.
022890     IF WS-AREA-1 (1:2) = 'HD'
022900         PERFORM 2600-CAPTURE-HEADER THRU 2600-EXIT
022910         GO TO 2050-CHECKPOINT-DECIDE
022920     END-IF.
022930     IF WS-AREA-1 (1:2) = 'TL'
022940         PERFORM 2700-CAPTURE-TRAILER THRU 2700-EXIT
022950         GO TO 2050-CHECKPOINT-DECIDE
022960     END-IF.
022970*    A SEGMENT HELD BY THE GENERATION CHECK IS READ PAST
022980*    UNTOUCHED - NOT BALANCED, NOT COMMITTED, NOT WRITTEN
022990     IF WS-SEG-HELD
023000         ADD 1 TO WS-GEN-HELD-CT
023010         IF WS-AREA-1-AMOUNT IS NUMERIC
023020             ADD WS-AREA-1-AMOUNT TO WS-GEN-HELD-AMT
023030         END-IF
023040         GO TO 2050-CHECKPOINT-DECIDE
023050     END-IF.
023060     ADD 1 TO WS-DETAIL-CT.
023070     ADD 1 TO WS-SEG-DETAIL-CT.
023080     IF WS-CUR-RGN = 0
023090         MOVE '???' TO WS-CLAIM-RGN-CD
023100         PERFORM 2650-CLAIM-REGION THRU 2650-EXIT
023110     END-IF.
023120     ADD 1 TO WS-RGN-READ-CT (WS-CUR-RGN).
023130     IF WS-AREA-1-AMOUNT IS NUMERIC
023140         ADD WS-AREA-1-AMOUNT TO WS-AMOUNT-TOTAL
023150         ADD WS-AREA-1-AMOUNT TO WS-SEG-AMOUNT-TOTAL
023160     END-IF.
023170     IF WS-AREA-1-ID IS NUMERIC
023180         PERFORM 2750-CHECK-DUPLICATE THRU 2750-EXIT
023190         IF WS-DUP-FOUND
023200             DISPLAY "Error: Duplicate transaction ID."
023210             MOVE 'DP' TO WS-AUD-REASON-CD
023220             PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
023230             IF RETURN-CODE < 8
023240                 MOVE 8 TO RETURN-CODE
023250             END-IF
023260             ADD 1 TO WS-DUP-CT
023270             GO TO 2050-CHECKPOINT-DECIDE
023280         END-IF
023290     END-IF.
023300     MOVE WS-AREA-1              TO DL100-GRD-SOURCE-AREA.
023310*    EVERY CHECK AND TOTAL FROM HERE ON SEES HOUSE CURRENCY.
023320*    A CURRENCY WITH NO RATE IN FORCE IS REJECTED, NOT POSTED
023330*    AT THE AMOUNT AS SENT
023340     PERFORM 2850-CONVERT-CURRENCY THRU 2850-EXIT.
023350     IF WS-FX-FAILED
023360         DISPLAY "Error: No exchange rate for source currency."
023370         MOVE 'FX' TO WS-AUD-REASON-CD
023380         PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
023390         IF RETURN-CODE < 8
023400             MOVE 8 TO RETURN-CODE
023410         END-IF
023420         ADD 1 TO WS-FX-REJECT-CT
023430         GO TO 2050-CHECKPOINT-DECIDE
023440     END-IF.
023450     MOVE LENGTH OF WS-AREA-1    TO DL100-GRD-SRC-LEN.
023460     MOVE WS-EFFECTIVE-DEST-LEN  TO DL100-GRD-DEST-LEN.
023470     MOVE WS-TRUNC-OPTION        TO DL100-GRD-TRUNC-OPTION.
023480*    THE CALLED PROGRAM COMES BACK WITH R15 ZERO, WHICH WIPES
023490*    A RETURN CODE SET FOR AN EARLIER REJECT, SO THE CALLER'S
023500*    CODE IS SAVED ACROSS THE CALL
023510     MOVE RETURN-CODE TO WS-HOLD-RC.
023520     CALL "DL100GRD" USING DL100-GRD-SOURCE-AREA
023530         DL100-GRD-DEST-AREA
023540         DL100-GRD-SRC-LEN
023550         DL100-GRD-DEST-LEN
023560         DL100-GRD-TRUNC-OPTION
023570         DL100-GRD-OVERFLOW-AREA
023580         DL100-GRD-OVERFLOW-LEN
023590         DL100-GRD-STATUS
023600         DL100-GRD-STATUS-TABLE.
023610     MOVE WS-HOLD-RC TO RETURN-CODE.
023620     MOVE DL100-GRD-DEST-AREA TO WS-AREA-2.
023630     EVALUATE TRUE
023640         WHEN DL100-GRD-OK
023650*            A LIMIT OR AGGREGATE EXPOSURE BREACH HOLDS THE
023660*            RECORD TO SUSPENSE WITH ITS ID UNCOMMITTED, SO A
023670*            SUPERVISOR RELEASE CLEARS THE DUPLICATE CHECK
023680*            NEXT NIGHT
023690             PERFORM 3800-CHECK-AMOUNT-LIMIT THRU 3800-EXIT
023700             IF NOT WS-SUSPENDED
023710                 PERFORM 3870-CHECK-EXPOSURE THRU 3870-EXIT
023720             END-IF
023730             IF WS-SUSPENDED
023740                 PERFORM 3850-WRITE-SUSPENSE THRU 3850-EXIT
023750             ELSE
023760                 IF WS-MODE-APPLY
023770                     PERFORM 3500-APPLY-TO-MASTER
023780                         THRU 3500-EXIT
023790*                    A FAILED APPLY IS NOT A MOVED RECORD
023800*                    AND MUST NOT CONSUME THE ID
023810                     IF NOT WS-APPLY-FAILED
023820                         ADD 1 TO WS-MOVED-CT
023830                         ADD 1 TO WS-RGN-MOVED-CT (WS-CUR-RGN)
023840                         PERFORM 2800-ADD-ID-TO-MASTER
023850                             THRU 2800-EXIT
023860                         PERFORM 3880-ADD-EXPOSURE THRU 3880-EXIT
023870                     END-IF
023880                 ELSE
023890                     PERFORM 3050-WRITE-OUTPUT-REC
023900                         THRU 3050-EXIT
023910                 END-IF
023920             END-IF
023930         WHEN DL100-GRD-TRUNCATED
023940*            A TRUNCATED RECORD HAS NO MEANING AGAINST THE
023950*            FIXED MASTER FIELDS - THE SPACE-FILLED TAIL
023960*            WOULD PLANT INVALID PACKED DECIMAL IN THE
023970*            MASTER - SO IN APPLY MODE IT IS AN APPLY
023980*            FAILURE, NOT AN APPLY
023990             IF WS-MODE-APPLY
024000                 DISPLAY "DL100 - APPLY, TRUNCATED RECORD "
024010                     "NOT APPLIED, ID " WS-AREA-1-ID
024020                 PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
024030             ELSE
024040                 IF NOT WS-MODE-VALIDATE
024050                     PERFORM 3350-COUNT-OUT-REC THRU 3350-EXIT
024060                     MOVE WS-AREA-2 TO OUTFILE-RECORD
024070                     WRITE OUTFILE-RECORD
024080                 END-IF
024090             END-IF
024100             IF NOT WS-MODE-VALIDATE
024110                 MOVE WS-RECORD-CT       TO DL100-SPL-SEQ-NO
024120                 MOVE WS-AREA-1-ID       TO DL100-SPL-SRC-ID
024130                 MOVE DL100-GRD-OVERFLOW-LEN
024140                     TO DL100-SPL-OVFL-LEN
024150                 MOVE DL100-GRD-OVERFLOW-AREA
024160                     TO DL100-SPL-FRAGMENT
024170                 WRITE DL100-SPILL-RECORD
024180             END-IF
024190             MOVE 'TR' TO WS-AUD-REASON-CD
024200             PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
024210             IF RETURN-CODE < 4
024220                 MOVE 4 TO RETURN-CODE
024230             END-IF
024240             ADD 1 TO WS-TRUNCATED-CT
024250             ADD 1 TO WS-RGN-TRUNCATED-CT (WS-CUR-RGN)
024260             IF NOT WS-MODE-APPLY
024270                 PERFORM 2800-ADD-ID-TO-MASTER THRU 2800-EXIT
024280             END-IF
024290         WHEN DL100-GRD-REJECTED
024300             DISPLAY "Error: Source area is larger than "
024310                 "destination area."
024320             MOVE 'SZ' TO WS-AUD-REASON-CD
024330             PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
024340             IF RETURN-CODE < 8
024350                 MOVE 8 TO RETURN-CODE
024360             END-IF
024370             ADD 1 TO WS-REJECTED-CT
024380             ADD 1 TO WS-RGN-REJECTED-CT (WS-CUR-RGN)
024390         WHEN DL100-GRD-INVALID-CONTENT
024400             DISPLAY "Error: Source record failed content "
024410                 "validation."
024420             MOVE 'CN' TO WS-AUD-REASON-CD
024430             PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
024440             IF RETURN-CODE < 8
024450                 MOVE 8 TO RETURN-CODE
024460             END-IF
024470             ADD 1 TO WS-INVALID-CT
024480             ADD 1 TO WS-RGN-INVALID-CT (WS-CUR-RGN)
024490         WHEN DL100-GRD-BAD-STATUS
024500             DISPLAY "Error: Source status code unknown or "
024510                 "inactive."
024520             MOVE 'ST' TO WS-AUD-REASON-CD
024530             PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
024540             IF RETURN-CODE < 8
024550                 MOVE 8 TO RETURN-CODE
024560             END-IF
024570             ADD 1 TO WS-BAD-STATUS-CT
024580     END-EVALUATE.
024590 2050-CHECKPOINT-DECIDE.
024600     IF WS-CKPT-REMAINDER = 0
024610         IF NOT WS-MODE-VALIDATE
024620             PERFORM 7000-WRITE-CHECKPOINT THRU 7000-EXIT
024630         END-IF
024640         PERFORM 7100-DISPLAY-PROGRESS THRU 7100-EXIT
024650         PERFORM 7200-CHECK-CUTOFF THRU 7200-EXIT
024660     END-IF.
024670*    THE BREAKER ONLY ARMS ONCE ENOUGH RECORDS HAVE BEEN
024680*    READ TO MAKE THE FAILURE RATE MEANINGFUL
024690     IF WS-BREAKER-PCT > 0
024700         AND WS-RECORD-CT > WS-BREAKER-MIN
024710         COMPUTE WS-FAIL-SCALED =
024720             (WS-REJECTED-CT + WS-INVALID-CT) * 100
024730         COMPUTE WS-LIMIT-SCALED =
024740             WS-RECORD-CT * WS-BREAKER-PCT
024750         IF WS-FAIL-SCALED > WS-LIMIT-SCALED
024760             DISPLAY "DL100 - RUN ABORTED BY REJECT-RATE "
024770                 "CIRCUIT BREAKER"
024780             DISPLAY "DL100 - " WS-REJECTED-CT " REJECTS + "
024790                 WS-INVALID-CT " INVALIDS IN " WS-RECORD-CT
024800                 " RECORDS EXCEEDS " WS-BREAKER-PCT " PCT"
024810             DISPLAY "DL100 - CHECKPOINT LEFT INTACT FOR THE "
024820                 "CORRECTED FILE"
024830             MOVE 20 TO RETURN-CODE
024840             SET WS-ABORTED TO TRUE
024850         END-IF
024860     END-IF.
024870 2000-EXIT.
024880     EXIT.
024890
024900*----------------------------------------------------------*
024910*  2500-WRITE-AUDIT-REC - LOG A REJECTED MOVE              *
024920*----------------------------------------------------------*
024930 2500-WRITE-AUDIT-REC.
024940*    A FORECAST RUN COUNTS THE REJECT BUT LEAVES THE REAL
024950*    AUDIT TRAIL AND REJECT CAPTURE TO THE LIVE RUN
024960     IF WS-MODE-VALIDATE
024970         GO TO 2500-EXIT
024980     END-IF.
024990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025000     ACCEPT WS-CURRENT-TIME FROM TIME.
025010     MOVE WS-RECORD-CT           TO DL100-AUD-REC-ID.
025020     MOVE WS-CURRENT-DATE        TO DL100-AUD-DATE.
025030     MOVE WS-CURRENT-TIME        TO DL100-AUD-TIME.
025040     MOVE LENGTH OF WS-AREA-1    TO DL100-AUD-SRC-LEN.
025050     MOVE WS-EFFECTIVE-DEST-LEN  TO DL100-AUD-DST-LEN.
025060     MOVE WS-AUD-REASON-CD       TO DL100-AUD-REASON-CD.
025070     IF WS-CUR-RGN > 0
025080         MOVE WS-RGN-CODE (WS-CUR-RGN)
025090             TO DL100-AUD-REGION-CD
025100     ELSE
025110         MOVE '???' TO DL100-AUD-REGION-CD
025120     END-IF.
025130     MOVE WS-AREA-1 (1:6)        TO DL100-AUD-TRANS-ID.
025140     WRITE DL100-AUDIT-RECORD.
025150*    TRUNCATED RECORDS STILL REACH THE OUTPUT, SO ONLY THE
025160*    TRUE REJECTS ARE CAPTURED FOR THE DL120 REPAIR PASS
025170     IF WS-AUD-REASON-CD NOT = 'TR'
025180         MOVE WS-RECORD-CT        TO DL100-REJ-SEQ-NO
025190         MOVE WS-CURRENT-DATE     TO DL100-REJ-DATE
025200         MOVE WS-CURRENT-TIME     TO DL100-REJ-TIME
025210         MOVE WS-AUD-REASON-CD    TO DL100-REJ-REASON-CD
025220         MOVE DL100-AUD-REGION-CD TO DL100-REJ-REGION-CD
025230         MOVE WS-AREA-1           TO DL100-REJ-SOURCE-IMAGE
025240         WRITE DL100-REJECT-RECORD
025250     END-IF.
025260 2500-EXIT.
025270     EXIT.
025280
025290*----------------------------------------------------------*
025300*  2600-CAPTURE-HEADER - OPEN A NEW REGION SEGMENT         *
025310*----------------------------------------------------------*
025320 2600-CAPTURE-HEADER.
025330     IF WS-HDR-SEEN AND NOT WS-TRL-SEEN
025340         DISPLAY "DL100 - ERROR, REGION "
025350             WS-RGN-CODE (WS-CUR-RGN) " HEADER BUT NO "
025360             "TRAILER, SEGMENT NOT BALANCED"
025370         MOVE 12 TO RETURN-CODE
025380     END-IF.
025390*    THE OUTBOUND SUB-TRAILER MUST CLOSE UNDER THE OLD
025400*    REGION BEFORE THE NEW SEGMENT CLAIMS ITS SLOT
025410     IF NOT WS-MODE-APPLY AND NOT WS-MODE-VALIDATE
025420         PERFORM 3400-CLOSE-OUT-SEGMENT THRU 3400-EXIT
025430     END-IF.
025440     MOVE WS-AREA-1 TO DL100-HDR-RECORD.
025450     SET WS-HDR-SEEN TO TRUE.
025460*    A SEGMENT BUILT BY THE DL180 RELEASE UTILITY CARRIES
025470*    ITEMS A SUPERVISOR ALREADY APPROVED, SO THE AMOUNT
025480*    LIMIT CHECK STANDS DOWN FOR ITS DETAILS - OTHERWISE A
025490*    RELEASED ITEM WOULD ONLY LAND BACK IN SUSPENSE
025500     IF DL100-HDR-SOURCE-SYS = 'DL180   '
025510         SET WS-RELEASE-FEED TO TRUE
025520         DISPLAY "DL100 - SUPERVISOR-RELEASED SEGMENT, "
025530             "AMOUNT LIMIT CHECK BYPASSED"
025540     ELSE
025550         MOVE 'N' TO WS-REL-FEED-SW
025560     END-IF.
025570     MOVE 'N' TO WS-TRL-SEEN-SW.
025580     MOVE ZEROES TO WS-SEG-DETAIL-CT.
025590     MOVE ZEROES TO WS-SEG-AMOUNT-TOTAL.
025600     IF DL100-HDR-REGION-CD = SPACES
025610         MOVE '???' TO WS-CLAIM-RGN-CD
025620     ELSE
025630         MOVE DL100-HDR-REGION-CD TO WS-CLAIM-RGN-CD
025640     END-IF.
025650     PERFORM 2620-VALIDATE-REGION THRU 2620-EXIT.
025660     PERFORM 2650-CLAIM-REGION THRU 2650-EXIT.
025670     DISPLAY "DL100 - EXTRACT HEADER, RUN DATE "
025680         DL100-HDR-RUN-DATE " SOURCE " DL100-HDR-SOURCE-SYS
025690         " REGION " WS-RGN-CODE (WS-CUR-RGN).
025700     PERFORM 2630-CHECK-GENERATION THRU 2630-EXIT.
025710     IF WS-SEG-HELD
025720         GO TO 2600-EXIT
025730     END-IF.
025740     IF NOT WS-MODE-APPLY AND NOT WS-MODE-VALIDATE
025750         PERFORM 3300-OPEN-OUT-SEGMENT THRU 3300-EXIT
025760     END-IF.
025770 2600-EXIT.
025780     EXIT.
025790
025800*----------------------------------------------------------*
025810*  2620-VALIDATE-REGION - CHECK THE ARRIVING REGION CODE   *
025820*                        AGAINST THE REGNREF TABLE.  A     *
025830*                        TYPO LIKE 'NTH' FOR 'NTE' IS AN   *
025840*                        ERROR COUNTED INTO THE '???'      *
025850*                        SLOT, NOT A FRESH SLOT OF ITS OWN *
025860*----------------------------------------------------------*
025870 2620-VALIDATE-REGION.
025880     IF WS-RGF-COUNT = 0
025890         OR WS-CLAIM-RGN-CD = '???'
025900         GO TO 2620-EXIT
025910     END-IF.
025920     MOVE 'Y' TO WS-RGN-VALID-SW.
025930     SET RGF-IX TO 1.
025940     SEARCH WS-RGF-ENTRY
025950         AT END
025960             MOVE 'N' TO WS-RGN-VALID-SW
025970         WHEN RGF-IX > WS-RGF-COUNT
025980             MOVE 'N' TO WS-RGN-VALID-SW
025990         WHEN WS-RGF-CODE (RGF-IX) = WS-CLAIM-RGN-CD
026000             CONTINUE
026010     END-SEARCH.
026020     IF NOT WS-RGN-VALID
026030         DISPLAY "DL100 - ERROR, REGION '" WS-CLAIM-RGN-CD
026040             "' IS NOT ON REGNREF, SEGMENT COUNTED UNDER "
026050             "'???'"
026060         ADD 1 TO WS-BAD-REGION-CT
026070         MOVE 12 TO RETURN-CODE
026080         MOVE '???' TO WS-CLAIM-RGN-CD
026090     END-IF.
026100 2620-EXIT.
026110     EXIT.
026120
026130*----------------------------------------------------------*
026140*  2630-CHECK-GENERATION - THE HEADER MUST BE THE NEXT     *
026150*                          EXTRACT FOR ITS REGION AND      *
026160*                          SOURCE SYSTEM: LATER THAN THE   *
026170*                          LAST ONE TAKEN AND NO LATER     *
026180*                          THAN THE NEXT BUSINESS DAY.     *
026190*                          ANYTHING ELSE HOLDS THE SEGMENT *
026200*----------------------------------------------------------*
026210 2630-CHECK-GENERATION.
026220     MOVE 'N' TO WS-SEG-HELD-SW.
026230*    A DL180 RELEASE FEED IS BUILT ON DEMAND, NOT ONE A
026240*    NIGHT, AND AN UNKNOWN REGION HAS NO GENERATION TO KEEP
026250     IF WS-RELEASE-FEED
026260         OR WS-CLAIM-RGN-CD = '???'
026270         GO TO 2630-EXIT
026280     END-IF.
026290     IF DL100-HDR-RUN-DATE IS NOT NUMERIC
026300         OR DL100-HDR-RUN-DATE = 0
026310         DISPLAY "DL100 - ERROR, REGION " WS-CLAIM-RGN-CD
026320             " SOURCE " DL100-HDR-SOURCE-SYS " HEADER RUN "
026330             "DATE '" DL100-HDR-RUN-DATE "' NOT VALID"
026340         PERFORM 2680-HOLD-SEGMENT THRU 2680-EXIT
026350         GO TO 2630-EXIT
026360     END-IF.
026370     MOVE WS-CLAIM-RGN-CD      TO WS-GEN-RGN-CD.
026380     MOVE DL100-HDR-SOURCE-SYS TO WS-GEN-SOURCE-SYS.
026390     PERFORM 2640-FIND-EXC-ENTRY THRU 2640-EXIT.
026400     IF WS-EXC-FULL
026410         DISPLAY "DL100 - ERROR, REGION " WS-CLAIM-RGN-CD
026420             " SOURCE " DL100-HDR-SOURCE-SYS " CANNOT BE "
026430             "TRACKED, EXTRACT CONTROL TABLE FULL"
026440         PERFORM 2680-HOLD-SEGMENT THRU 2680-EXIT
026450         GO TO 2630-EXIT
026460     END-IF.
026470     IF WS-EXC-LAST-DATE (WS-EXC-SUB) = 0
026480         DISPLAY "DL100 - FIRST EXTRACT ON RECORD FOR REGION "
026490             WS-CLAIM-RGN-CD " SOURCE " DL100-HDR-SOURCE-SYS
026500         GO TO 2630-TAKE-HEADER
026510     END-IF.
026520     IF DL100-HDR-RUN-DATE <= WS-EXC-LAST-DATE (WS-EXC-SUB)
026530         DISPLAY "DL100 - ERROR, REGION " WS-CLAIM-RGN-CD
026540             " SOURCE " DL100-HDR-SOURCE-SYS " EXTRACT "
026550             DL100-HDR-RUN-DATE " REPEATS ONE ALREADY TAKEN, "
026560             "LAST TAKEN " WS-EXC-LAST-DATE (WS-EXC-SUB)
026570         PERFORM 2680-HOLD-SEGMENT THRU 2680-EXIT
026580         GO TO 2630-EXIT
026590     END-IF.
026600     PERFORM 2660-NEXT-BUSINESS-DAY THRU 2660-EXIT.
026610     IF DL100-HDR-RUN-DATE > WS-GEN-NEXT-DATE
026620         DISPLAY "DL100 - ERROR, REGION " WS-CLAIM-RGN-CD
026630             " SOURCE " DL100-HDR-SOURCE-SYS " EXTRACT "
026640             DL100-HDR-RUN-DATE " SKIPS BUSINESS DAY "
026650             WS-GEN-NEXT-DATE ", LAST TAKEN "
026660             WS-EXC-LAST-DATE (WS-EXC-SUB)
026670         PERFORM 2680-HOLD-SEGMENT THRU 2680-EXIT
026680         GO TO 2630-EXIT
026690     END-IF.
026700 2630-TAKE-HEADER.
026710     MOVE DL100-HDR-RUN-DATE TO WS-EXC-LAST-DATE (WS-EXC-SUB).
026720*    A FORECAST RUN CHECKS THE GENERATION BUT TAKES NOTHING
026730     IF NOT WS-MODE-VALIDATE
026740         SET WS-EXC-PENDING (WS-EXC-SUB) TO TRUE
026750     END-IF.
026760 2630-EXIT.
026770     EXIT.
026780
026790*----------------------------------------------------------*
026800*  2640-FIND-EXC-ENTRY - FIND OR CLAIM THE EXTRACT CONTROL *
026810*                        SLOT FOR WS-GEN-RGN-CD,           *
026820*                        WS-GEN-SOURCE-SYS AND             *
026830*                        WS-GEN-RUN-MODE.  A NEW SLOT      *
026840*                        STARTS WITH NO DATE TAKEN         *
026850*----------------------------------------------------------*
026860 2640-FIND-EXC-ENTRY.
026870     MOVE 'N' TO WS-EXC-FULL-SW.
026880     IF WS-EXC-COUNT > 0
026890         SET EXC-IX TO 1
026900         SEARCH WS-EXC-ENTRY
026910             AT END
026920                 CONTINUE
026930             WHEN EXC-IX > WS-EXC-COUNT
026940                 CONTINUE
026950             WHEN WS-EXC-REGION-CD (EXC-IX) = WS-GEN-RGN-CD
026960                 AND WS-EXC-SOURCE-SYS (EXC-IX)
026970                     = WS-GEN-SOURCE-SYS
026980                 AND WS-EXC-RUN-MODE (EXC-IX) = WS-GEN-RUN-MODE
026990                 SET WS-EXC-SUB TO EXC-IX
027000                 GO TO 2640-EXIT
027010         END-SEARCH
027020     END-IF.
027030     IF WS-EXC-COUNT >= 100
027040         SET WS-EXC-FULL TO TRUE
027050         GO TO 2640-EXIT
027060     END-IF.
027070     ADD 1 TO WS-EXC-COUNT.
027080     MOVE WS-EXC-COUNT TO WS-EXC-SUB.
027090     MOVE WS-GEN-RGN-CD     TO WS-EXC-REGION-CD (WS-EXC-SUB).
027100     MOVE WS-GEN-SOURCE-SYS TO WS-EXC-SOURCE-SYS (WS-EXC-SUB).
027110     MOVE WS-GEN-RUN-MODE   TO WS-EXC-RUN-MODE (WS-EXC-SUB).
027120     MOVE ZEROES            TO WS-EXC-LAST-DATE (WS-EXC-SUB).
027130     MOVE 'N'               TO WS-EXC-PENDING-SW (WS-EXC-SUB).
027140 2640-EXIT.
027150     EXIT.
027160
027170*----------------------------------------------------------*
027180*  2650-CLAIM-REGION - FIND OR CLAIM THE REGION TOTALS     *
027190*                      SLOT FOR WS-CLAIM-RGN-CD            *
027200*----------------------------------------------------------*
027210 2650-CLAIM-REGION.
027220     IF WS-RGN-COUNT > 0
027230         SET RGN-IX TO 1
027240         SEARCH WS-RGN-ENTRY
027250             AT END
027260                 CONTINUE
027270             WHEN RGN-IX > WS-RGN-COUNT
027280                 CONTINUE
027290             WHEN WS-RGN-CODE (RGN-IX) = WS-CLAIM-RGN-CD
027300                 SET WS-CUR-RGN TO RGN-IX
027310                 GO TO 2650-EXIT
027320         END-SEARCH
027330     END-IF.
027340     IF WS-RGN-COUNT >= 5
027350         DISPLAY "DL100 - WARNING, MORE THAN 5 REGIONS, "
027360             WS-CLAIM-RGN-CD " LUMPED INTO "
027370             WS-RGN-CODE (5)
027380         MOVE 5 TO WS-CUR-RGN
027390         GO TO 2650-EXIT
027400     END-IF.
027410     ADD 1 TO WS-RGN-COUNT.
027420     MOVE WS-RGN-COUNT TO WS-CUR-RGN.
027430     SET RGN-IX TO WS-CUR-RGN.
027440     MOVE WS-CLAIM-RGN-CD TO WS-RGN-CODE (RGN-IX).
027450     MOVE ZEROES TO WS-RGN-READ-CT (RGN-IX).
027460     MOVE ZEROES TO WS-RGN-MOVED-CT (RGN-IX).
027470     MOVE ZEROES TO WS-RGN-TRUNCATED-CT (RGN-IX).
027480     MOVE ZEROES TO WS-RGN-REJECTED-CT (RGN-IX).
027490     MOVE ZEROES TO WS-RGN-INVALID-CT (RGN-IX).
027500 2650-EXIT.
027510     EXIT.
027520
027530*----------------------------------------------------------*
027540*  2660-NEXT-BUSINESS-DAY - THE FIRST WEEKDAY AFTER THE    *
027550*                           PAIR'S LAST DATE TAKEN.  DAY   *
027560*                           ONE OF THE INTEGER DATES,      *
027570*                           01/01/1601, WAS A MONDAY, SO   *
027580*                           REMAINDER 6 IS A SATURDAY AND  *
027590*                           0 A SUNDAY                     *
027600*----------------------------------------------------------*
027610 2660-NEXT-BUSINESS-DAY.
027620     COMPUTE WS-GEN-DAY-INT =
027630         FUNCTION INTEGER-OF-DATE (WS-EXC-LAST-DATE (WS-EXC-SUB))
027640         + 1.
027650     DIVIDE WS-GEN-DAY-INT BY 7
027660         GIVING WS-GEN-WEEK-QUOT REMAINDER WS-GEN-DOW.
027670     IF WS-GEN-DOW = 6
027680         ADD 2 TO WS-GEN-DAY-INT
027690     END-IF.
027700     IF WS-GEN-DOW = 0
027710         ADD 1 TO WS-GEN-DAY-INT
027720     END-IF.
027730     MOVE FUNCTION DATE-OF-INTEGER (WS-GEN-DAY-INT)
027740         TO WS-GEN-NEXT-DATE.
027750 2660-EXIT.
027760     EXIT.
027770
027780*----------------------------------------------------------*
027790*  2680-HOLD-SEGMENT - STOP THE SEGMENT JUST OPENED.  ITS  *
027800*                      HEADER POSITION RIDES IN THE        *
027810*                      CHECKPOINT FOR THE RESTART SKIP     *
027820*----------------------------------------------------------*
027830 2680-HOLD-SEGMENT.
027840     SET WS-SEG-HELD TO TRUE.
027850     ADD 1 TO WS-HELD-SEG-CT.
027860     DISPLAY "DL100 - SEGMENT HELD, NO DETAIL FOR REGION "
027870         WS-CLAIM-RGN-CD " IS PROCESSED UNTIL THE EXTRACT IS "
027880         "CORRECTED OR EXTCTL IS RESET".
027890     IF WS-HELD-COUNT < 10
027900         ADD 1 TO WS-HELD-COUNT
027910         MOVE WS-RECORD-CT TO WS-HELD-POS (WS-HELD-COUNT)
027920     ELSE
027930         DISPLAY "DL100 - WARNING, MORE THAN 10 HELD SEGMENTS, "
027940             "A RESTART BEYOND THIS POINT MAY COMMIT THEIR IDS"
027950     END-IF.
027960     IF RETURN-CODE < 24
027970         MOVE 24 TO RETURN-CODE
027980     END-IF.
027990 2680-EXIT.
028000     EXIT.
028010
028020*----------------------------------------------------------*
028030*  2700-CAPTURE-TRAILER - BALANCE THE CURRENT REGION       *
028040*                         SEGMENT AGAINST ITS TRAILER      *
028050*----------------------------------------------------------*
028060 2700-CAPTURE-TRAILER.
028070     IF WS-TRL-SEEN
028080         DISPLAY "DL100 - WARNING, DUPLICATE EXTRACT TRAILER "
028090             "IGNORED"
028100         GO TO 2700-EXIT
028110     END-IF.
028120     MOVE WS-AREA-1 TO DL100-TRL-RECORD.
028130     SET WS-TRL-SEEN TO TRUE.
028140*    A HELD SEGMENT WAS NEVER ACCUMULATED, SO ITS TRAILER
028150*    HAS NOTHING TO BALANCE AGAINST
028160     IF WS-SEG-HELD
028170         GO TO 2700-EXIT
028180     END-IF.
028190     IF WS-CUR-RGN = 0
028200         MOVE '???' TO WS-CLAIM-RGN-CD
028210         PERFORM 2650-CLAIM-REGION THRU 2650-EXIT
028220     END-IF.
028230     IF DL100-TRL-REC-COUNT IS NOT NUMERIC
028240         OR DL100-TRL-AMOUNT-TOTAL IS NOT NUMERIC
028250         DISPLAY "DL100 - ERROR, REGION "
028260             WS-RGN-CODE (WS-CUR-RGN) " TRAILER CONTROL "
028270             "TOTALS NOT NUMERIC"
028280         MOVE 12 TO RETURN-CODE
028290         GO TO 2700-EXIT
028300     END-IF.
028310     IF DL100-TRL-REC-COUNT NOT = WS-SEG-DETAIL-CT
028320         DISPLAY "DL100 - ERROR, REGION "
028330             WS-RGN-CODE (WS-CUR-RGN) " TRAILER COUNT "
028340             DL100-TRL-REC-COUNT " DISAGREES WITH DETAIL "
028350             "RECORDS READ " WS-SEG-DETAIL-CT
028360         MOVE 12 TO RETURN-CODE
028370     END-IF.
028380     IF DL100-TRL-AMOUNT-TOTAL NOT = WS-SEG-AMOUNT-TOTAL
028390         DISPLAY "DL100 - ERROR, REGION "
028400             WS-RGN-CODE (WS-CUR-RGN) " TRAILER AMOUNT "
028410             DL100-TRL-AMOUNT-TOTAL " DISAGREES WITH "
028420             "ACCUMULATED AMOUNT " WS-SEG-AMOUNT-TOTAL
028430         MOVE 12 TO RETURN-CODE
028440     END-IF.
028450 2700-EXIT.
028460     EXIT.
028470
028480*----------------------------------------------------------*
028490*  2750-CHECK-DUPLICATE - LOOK THE INCOMING ID UP IN THE   *
028500*                         ID MASTER TABLE (PRIOR RUNS PLUS *
028510*                         IDS ALREADY TRANSFERRED TONIGHT) *
028520*----------------------------------------------------------*
028530 2750-CHECK-DUPLICATE.
028540     MOVE 'N' TO WS-DUP-FOUND-SW.
028550     COMPUTE WS-IDM-SUB = WS-AREA-1-ID + 1.
028560     IF WS-IDM-SLOT-DATE (WS-IDM-SUB) NOT = ZEROES
028570         SET WS-DUP-FOUND TO TRUE
028580     END-IF.
028590 2750-EXIT.
028600     EXIT.
028610
028620*----------------------------------------------------------*
028630*  2800-ADD-ID-TO-MASTER - RECORD A TRANSFERRED ID SO      *
028640*                          LATER RECORDS AND LATER RUNS    *
028650*                          SEE IT AS A DUPLICATE           *
028660*----------------------------------------------------------*
028670 2800-ADD-ID-TO-MASTER.
028680     IF WS-AREA-1-ID IS NOT NUMERIC
028690         GO TO 2800-EXIT
028700     END-IF.
028710     COMPUTE WS-IDM-SUB = WS-AREA-1-ID + 1.
028720     IF WS-IDM-SLOT-DATE (WS-IDM-SUB) = ZEROES
028730         ADD 1 TO WS-IDM-COUNT
028740         MOVE WS-RUN-DATE
028750             TO WS-IDM-SLOT-DATE (WS-IDM-SUB)
028760     END-IF.
028770 2800-EXIT.
028780     EXIT.
028790
028800*----------------------------------------------------------*
028810*  2850-CONVERT-CURRENCY - PUT THE GUARD'S SOURCE AMOUNT   *
028820*                          INTO HOUSE CURRENCY AT THE RATE *
028830*                          IN FORCE, KEEPING THE AMOUNT AS *
028840*                          SENT AND THE RATE FOR THE       *
028850*                          MASTER.  SETS WS-FX-FAILED WHEN *
028860*                          THE CURRENCY HAS NO RATE OR THE *
028870*                          RESULT WILL NOT FIT             *
028880*----------------------------------------------------------*
028890 2850-CONVERT-CURRENCY.
028900     MOVE 'N' TO WS-FX-FAIL-SW.
028910     MOVE 1 TO WS-FX-HIT-RATE.
028920     MOVE ZEROES TO WS-FX-LOCAL-AMT.
028930     MOVE ZEROES TO WS-FX-BASE-AMT.
028940*    A NON-NUMERIC AMOUNT IS LEFT FOR THE GUARD TO REJECT
028950     IF WS-AREA-1-AMOUNT IS NOT NUMERIC
028960         GO TO 2850-EXIT
028970     END-IF.
028980     MOVE WS-AREA-1-AMOUNT TO WS-FX-LOCAL-AMT.
028990     MOVE WS-AREA-1-AMOUNT TO WS-FX-BASE-AMT.
029000     IF WS-AREA-1-CURRENCY-CD = SPACES
029010         GO TO 2850-EXIT
029020     END-IF.
029030     SET FX-IX TO 1.
029040     SEARCH WS-FX-ENTRY
029050         AT END
029060             CONTINUE
029070         WHEN FX-IX > WS-FX-COUNT
029080             CONTINUE
029090         WHEN WS-FX-CURRENCY-CD (FX-IX) = WS-AREA-1-CURRENCY-CD
029100             MOVE WS-FX-RATE (FX-IX) TO WS-FX-HIT-RATE
029110     END-SEARCH.
029120     IF FX-IX > WS-FX-COUNT
029130         DISPLAY "DL100 - NO FXREF RATE FOR CURRENCY "
029140             WS-AREA-1-CURRENCY-CD " ON " WS-RUN-DATE
029150             ", ID " WS-AREA-1-ID
029160         SET WS-FX-FAILED TO TRUE
029170         GO TO 2850-EXIT
029180     END-IF.
029190     COMPUTE WS-FX-BASE-AMT ROUNDED =
029200         WS-FX-LOCAL-AMT * WS-FX-HIT-RATE
029210         ON SIZE ERROR
029220             DISPLAY "DL100 - CURRENCY " WS-AREA-1-CURRENCY-CD
029230                 " AMOUNT TOO LARGE AT THE FXREF RATE, ID "
029240                 WS-AREA-1-ID
029250             SET WS-FX-FAILED TO TRUE
029260             GO TO 2850-EXIT
029270     END-COMPUTE.
029280     MOVE WS-FX-BASE-AMT TO DL100-GRD-SRC-AMOUNT.
029290 2850-EXIT.
029300     EXIT.
029310
029320*----------------------------------------------------------*
029330*  3050-WRITE-OUTPUT-REC - WRITE ONE TRANSFER-MODE OUTPUT  *
029340*                          RECORD, STRAIGHT OR THROUGH THE *
029350*                          FIELD MAPPING                   *
029360*----------------------------------------------------------*
029370 3050-WRITE-OUTPUT-REC.
029380     IF WS-MAP-COUNT = 0
029390         IF NOT WS-MODE-VALIDATE
029400             PERFORM 3350-COUNT-OUT-REC THRU 3350-EXIT
029410             MOVE WS-AREA-2 TO OUTFILE-RECORD
029420             WRITE OUTFILE-RECORD
029430         END-IF
029440         ADD 1 TO WS-MOVED-CT
029450         ADD 1 TO WS-RGN-MOVED-CT (WS-CUR-RGN)
029460         PERFORM 2800-ADD-ID-TO-MASTER THRU 2800-EXIT
029470         PERFORM 3880-ADD-EXPOSURE THRU 3880-EXIT
029480         GO TO 3050-EXIT
029490     END-IF.
029500     PERFORM 3100-TRANSFORM-RECORD THRU 3100-EXIT.
029510     IF WS-XFORM-OK
029520         IF NOT WS-MODE-VALIDATE
029530             PERFORM 3350-COUNT-OUT-REC THRU 3350-EXIT
029540             MOVE WS-MAPPED-RECORD TO OUTFILE-RECORD
029550             WRITE OUTFILE-RECORD
029560         END-IF
029570         ADD 1 TO WS-MOVED-CT
029580         ADD 1 TO WS-RGN-MOVED-CT (WS-CUR-RGN)
029590         PERFORM 2800-ADD-ID-TO-MASTER THRU 2800-EXIT
029600         PERFORM 3880-ADD-EXPOSURE THRU 3880-EXIT
029610     ELSE
029620         DISPLAY "Error: Field transform failed."
029630         MOVE 'TF' TO WS-AUD-REASON-CD
029640         PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT
029650         IF RETURN-CODE < 8
029660             MOVE 8 TO RETURN-CODE
029670         END-IF
029680         ADD 1 TO WS-XFORM-FAIL-CT
029690     END-IF.
029700 3050-EXIT.
029710     EXIT.
029720
029730*----------------------------------------------------------*
029740*  3100-TRANSFORM-RECORD - BUILD THE MAPPED OUTPUT RECORD  *
029750*----------------------------------------------------------*
029760 3100-TRANSFORM-RECORD.
029770     MOVE 'Y' TO WS-XFORM-SW.
029780     MOVE SPACES TO WS-MAPPED-RECORD.
029790     MOVE 0 TO WS-MAP-SUB.
029800     PERFORM 3150-TRANSFORM-FIELD THRU 3150-EXIT
029810         UNTIL WS-MAP-SUB >= WS-MAP-COUNT
029820         OR NOT WS-XFORM-OK.
029830 3100-EXIT.
029840     EXIT.
029850
029860*----------------------------------------------------------*
029870*  3150-TRANSFORM-FIELD - EXTRACT AND CONVERT ONE SOURCE   *
029880*                         FIELD                            *
029890*----------------------------------------------------------*
029900 3150-TRANSFORM-FIELD.
029910     ADD 1 TO WS-MAP-SUB.
029920     MOVE SPACES TO WS-FIELD-TEXT.
029930     EVALUATE WS-MAP-SOURCE-FIELD (WS-MAP-SUB)
029940         WHEN 'ID      '
029950             MOVE WS-AREA-2-ID TO WS-FIELD-TEXT (1:6)
029960             MOVE 6 TO WS-FIELD-LEN
029970         WHEN 'TRNDATE '
029980             IF WS-MAP-DATE-RULE (WS-MAP-SUB) = 'I'
029990                 PERFORM 3250-REFORMAT-DATE THRU 3250-EXIT
030000                 IF NOT WS-XFORM-OK
030010                     GO TO 3150-EXIT
030020                 END-IF
030030                 MOVE WS-ISO-DATE TO WS-FIELD-TEXT (1:10)
030040                 MOVE 10 TO WS-FIELD-LEN
030050             ELSE
030060                 MOVE WS-AREA-2-TRANS-DATE
030070                     TO WS-FIELD-TEXT (1:8)
030080                 MOVE 8 TO WS-FIELD-LEN
030090             END-IF
030100         WHEN 'NAME    '
030110             MOVE WS-AREA-2-NAME TO WS-FIELD-TEXT (1:30)
030120             MOVE 30 TO WS-FIELD-LEN
030130         WHEN 'AMOUNT  '
030140             IF WS-AREA-2-AMOUNT IS NUMERIC
030150                 MOVE WS-AREA-2-AMOUNT TO WS-AMOUNT-EDIT
030160                 MOVE WS-AMOUNT-EDIT TO WS-FIELD-TEXT (1:13)
030170                 MOVE 13 TO WS-FIELD-LEN
030180             ELSE
030190                 MOVE 'N' TO WS-XFORM-SW
030200                 GO TO 3150-EXIT
030210             END-IF
030220         WHEN 'STATUS  '
030230             MOVE WS-AREA-2-STATUS-CD TO WS-FIELD-TEXT (1:2)
030240             MOVE 2 TO WS-FIELD-LEN
030250     END-EVALUATE.
030260     PERFORM 3200-PLACE-FIELD THRU 3200-EXIT.
030270 3150-EXIT.
030280     EXIT.
030290
030300*----------------------------------------------------------*
030310*  3200-PLACE-FIELD - PAD/JUSTIFY THE FIELD TEXT INTO ITS  *
030320*                     DESTINATION POSITION                 *
030330*----------------------------------------------------------*
030340 3200-PLACE-FIELD.
030350     IF WS-MAP-PAD-RULE (WS-MAP-SUB) = 'R'
030360         IF WS-FIELD-LEN >= WS-MAP-DEST-LEN (WS-MAP-SUB)
030370             COMPUTE WS-JUST-START = WS-FIELD-LEN
030380                 - WS-MAP-DEST-LEN (WS-MAP-SUB) + 1
030390             MOVE WS-FIELD-TEXT (WS-JUST-START:
030400                 WS-MAP-DEST-LEN (WS-MAP-SUB))
030410                 TO WS-MAPPED-RECORD
030420                 (WS-MAP-DEST-POS (WS-MAP-SUB):
030430                 WS-MAP-DEST-LEN (WS-MAP-SUB))
030440         ELSE
030450             COMPUTE WS-TGT-START =
030460                 WS-MAP-DEST-POS (WS-MAP-SUB)
030470                 + WS-MAP-DEST-LEN (WS-MAP-SUB)
030480                 - WS-FIELD-LEN
030490             MOVE WS-FIELD-TEXT (1:WS-FIELD-LEN)
030500                 TO WS-MAPPED-RECORD
030510                 (WS-TGT-START:WS-FIELD-LEN)
030520         END-IF
030530     ELSE
030540         IF WS-FIELD-LEN >= WS-MAP-DEST-LEN (WS-MAP-SUB)
030550             MOVE WS-FIELD-TEXT
030560                 (1:WS-MAP-DEST-LEN (WS-MAP-SUB))
030570                 TO WS-MAPPED-RECORD
030580                 (WS-MAP-DEST-POS (WS-MAP-SUB):
030590                 WS-MAP-DEST-LEN (WS-MAP-SUB))
030600         ELSE
030610             MOVE WS-FIELD-TEXT (1:WS-FIELD-LEN)
030620                 TO WS-MAPPED-RECORD
030630                 (WS-MAP-DEST-POS (WS-MAP-SUB):
030640                 WS-FIELD-LEN)
030650         END-IF
030660     END-IF.
030670 3200-EXIT.
030680     EXIT.
030690
030700*----------------------------------------------------------*
030710*  3250-REFORMAT-DATE - VALIDATE THE TRANS DATE AS A REAL  *
030720*                       CALENDAR DATE AND REBUILD IT AS    *
030730*                       ISO CCYY-MM-DD                     *
030740*----------------------------------------------------------*
030750 3250-REFORMAT-DATE.
030760     IF WS-AREA-2-TRANS-DATE IS NOT NUMERIC
030770         MOVE 'N' TO WS-XFORM-SW
030780         GO TO 3250-EXIT
030790     END-IF.
030800     MOVE WS-AREA-2-TRANS-DATE TO WS-XDATE.
030810     IF WS-XDATE-MM < 1 OR WS-XDATE-MM > 12
030820         MOVE 'N' TO WS-XFORM-SW
030830         GO TO 3250-EXIT
030840     END-IF.
030850     MOVE WS-MONTH-DAYS (WS-XDATE-MM) TO WS-MAX-DD.
030860     IF WS-XDATE-MM = 2
030870         DIVIDE WS-XDATE-CCYY BY 4
030880             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
030890         IF WS-LEAP-REM = 0
030900             MOVE 29 TO WS-MAX-DD
030910             DIVIDE WS-XDATE-CCYY BY 100
030920                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
030930             IF WS-LEAP-REM = 0
030940                 MOVE 28 TO WS-MAX-DD
030950                 DIVIDE WS-XDATE-CCYY BY 400
030960                     GIVING WS-LEAP-QUOT
030970                     REMAINDER WS-LEAP-REM
030980                 IF WS-LEAP-REM = 0
030990                     MOVE 29 TO WS-MAX-DD
031000                 END-IF
031010             END-IF
031020         END-IF
031030     END-IF.
031040     IF WS-XDATE-DD < 1 OR WS-XDATE-DD > WS-MAX-DD
031050         MOVE 'N' TO WS-XFORM-SW
031060         GO TO 3250-EXIT
031070     END-IF.
031080     MOVE WS-XDATE-CCYY TO WS-ISO-CCYY.
031090     MOVE WS-XDATE-MM   TO WS-ISO-MM.
031100     MOVE WS-XDATE-DD   TO WS-ISO-DD.
031110 3250-EXIT.
031120     EXIT.
031130
031140*----------------------------------------------------------*
031150*  3300-OPEN-OUT-SEGMENT - WRITE THE OUTBOUND HD CONTROL   *
031160*                          RECORD FOR THE CURRENT REGION   *
031170*----------------------------------------------------------*
031180 3300-OPEN-OUT-SEGMENT.
031190     MOVE SPACES          TO DL100-HDR-RECORD.
031200     MOVE 'HD'            TO DL100-HDR-TYPE.
031210     MOVE WS-RUN-DATE     TO DL100-HDR-RUN-DATE.
031220     MOVE 'DL100   '      TO DL100-HDR-SOURCE-SYS.
031230     IF WS-CUR-RGN > 0
031240         MOVE WS-RGN-CODE (WS-CUR-RGN)
031250             TO DL100-HDR-REGION-CD
031260     ELSE
031270         MOVE '???' TO DL100-HDR-REGION-CD
031280     END-IF.
031290     WRITE OUTFILE-RECORD FROM DL100-HDR-RECORD.
031300     SET WS-OUT-HDR-OPEN TO TRUE.
031310     MOVE ZEROES TO WS-OUT-SEG-CT.
031320     MOVE ZEROES TO WS-OUT-SEG-AMT.
031330 3300-EXIT.
031340     EXIT.
031350
031360*----------------------------------------------------------*
031370*  3350-COUNT-OUT-REC - ACCUMULATE ONE OUTBOUND DETAIL     *
031380*                       INTO THE SEGMENT AND GRAND CONTROL *
031390*                       TOTALS, OPENING A SEGMENT FOR      *
031400*                       DETAILS THAT ARRIVED AHEAD OF ANY  *
031410*                       HEADER                              *
031420*----------------------------------------------------------*
031430 3350-COUNT-OUT-REC.
031440     IF NOT WS-OUT-HDR-OPEN
031450         PERFORM 3300-OPEN-OUT-SEGMENT THRU 3300-EXIT
031460     END-IF.
031470     ADD 1 TO WS-OUT-SEG-CT.
031480     ADD 1 TO WS-OUT-GRAND-CT.
031490     IF WS-AREA-1-AMOUNT IS NUMERIC
031500         ADD WS-FX-BASE-AMT   TO WS-OUT-SEG-AMT
031510         ADD WS-FX-BASE-AMT   TO WS-OUT-GRAND-AMT
031520         ADD WS-AREA-1-AMOUNT TO WS-OUT-GRAND-RCV-AMT
031530     END-IF.
031540 3350-EXIT.
031550     EXIT.
031560
031570*----------------------------------------------------------*
031580*  3400-CLOSE-OUT-SEGMENT - WRITE THE REGION-STAMPED TL    *
031590*                           SUB-TRAILER THAT BALANCES THE  *
031600*                           OPEN OUTBOUND SEGMENT          *
031610*----------------------------------------------------------*
031620 3400-CLOSE-OUT-SEGMENT.
031630     IF NOT WS-OUT-HDR-OPEN
031640         GO TO 3400-EXIT
031650     END-IF.
031660     MOVE SPACES          TO DL100-TRL-RECORD.
031670     MOVE 'TL'            TO DL100-TRL-TYPE.
031680     MOVE WS-OUT-SEG-CT   TO DL100-TRL-REC-COUNT.
031690     MOVE WS-OUT-SEG-AMT  TO DL100-TRL-AMOUNT-TOTAL.
031700     IF WS-CUR-RGN > 0
031710         MOVE WS-RGN-CODE (WS-CUR-RGN)
031720             TO DL100-TRL-REGION-CD
031730     ELSE
031740         MOVE '???' TO DL100-TRL-REGION-CD
031750     END-IF.
031760     WRITE OUTFILE-RECORD FROM DL100-TRL-RECORD.
031770     MOVE 'N' TO WS-OUT-HDR-SW.
031780     MOVE ZEROES TO WS-OUT-SEG-CT.
031790     MOVE ZEROES TO WS-OUT-SEG-AMT.
031800 3400-EXIT.
031810     EXIT.
031820
031830*----------------------------------------------------------*
031840*  3450-WRITE-GRAND-TRAILER - CLOSE THE WHOLE OUTFILE WITH *
031850*                             THE GT COUNT AND AMOUNT HASH *
031860*----------------------------------------------------------*
031870 3450-WRITE-GRAND-TRAILER.
031880     MOVE SPACES            TO DL100-GTR-RECORD.
031890     MOVE 'GT'              TO DL100-GTR-TYPE.
031900     MOVE WS-OUT-GRAND-CT   TO DL100-GTR-REC-COUNT.
031910     MOVE WS-OUT-GRAND-AMT  TO DL100-GTR-AMOUNT-TOTAL.
031920     MOVE WS-OUT-GRAND-RCV-AMT TO DL100-GTR-RCV-AMOUNT.
031930     WRITE OUTFILE-RECORD FROM DL100-GTR-RECORD.
031940 3450-EXIT.
031950     EXIT.
031960
031970*----------------------------------------------------------*
031980*  3800-CHECK-AMOUNT-LIMIT - TEST THE GUARDED AMOUNT       *
031990*                            AGAINST ITS STATUS CODE'S     *
032000*                            LIMITREF RULE (OR THE '**'    *
032010*                            DEFAULT).  SETS WS-SUSPENDED  *
032020*----------------------------------------------------------*
032030 3800-CHECK-AMOUNT-LIMIT.
032040     MOVE 'N' TO WS-SUSPEND-SW.
032050     IF WS-LIM-COUNT = 0
032060         GO TO 3800-EXIT
032070     END-IF.
032080*    ITEMS ARRIVING UNDER A DL180 RELEASE HEADER WERE
032090*    APPROVED BY A SUPERVISOR - RE-CHECKING THEM WOULD
032100*    LOOP THEM BETWEEN SUSPENSE AND RELEASE FOREVER
032110     IF WS-RELEASE-FEED
032120         GO TO 3800-EXIT
032130     END-IF.
032140     IF WS-AREA-2-AMOUNT IS NOT NUMERIC
032150         GO TO 3800-EXIT
032160     END-IF.
032170     MOVE 'N' TO WS-LIM-RULE-FOUND-SW.
032180     SET LIM-IX TO 1.
032190     SEARCH WS-LIM-ENTRY
032200         AT END
032210             CONTINUE
032220         WHEN LIM-IX > WS-LIM-COUNT
032230             CONTINUE
032240         WHEN WS-LIM-STATUS-CD (LIM-IX)
032250                 = WS-AREA-2-STATUS-CD
032260             PERFORM 3820-KEEP-LIMIT-RULE THRU 3820-EXIT
032270     END-SEARCH.
032280     IF NOT WS-LIM-RULE-FOUND
032290         SET LIM-IX TO 1
032300         SEARCH WS-LIM-ENTRY
032310             AT END
032320                 CONTINUE
032330             WHEN LIM-IX > WS-LIM-COUNT
032340                 CONTINUE
032350             WHEN WS-LIM-STATUS-CD (LIM-IX) = '**'
032360                 PERFORM 3820-KEEP-LIMIT-RULE THRU 3820-EXIT
032370         END-SEARCH
032380     END-IF.
032390     IF NOT WS-LIM-RULE-FOUND
032400         GO TO 3800-EXIT
032410     END-IF.
032420     IF WS-AREA-2-AMOUNT < 0
032430         AND NOT WS-HIT-NEG-OK
032440         MOVE 'N' TO WS-SUS-RSN-CD
032450         SET WS-SUSPENDED TO TRUE
032460         GO TO 3800-EXIT
032470     END-IF.
032480     COMPUTE WS-ABS-AMOUNT =
032490         FUNCTION ABS (WS-AREA-2-AMOUNT).
032500     IF WS-ABS-AMOUNT > WS-HIT-MAX-AMOUNT
032510         MOVE 'C' TO WS-SUS-RSN-CD
032520         SET WS-SUSPENDED TO TRUE
032530     END-IF.
032540 3800-EXIT.
032550     EXIT.
032560
032570*----------------------------------------------------------*
032580*  3820-KEEP-LIMIT-RULE - HOLD THE MATCHED RULE'S CEILING  *
032590*                         AND NEGATIVE FLAG.  LIM-IX IS ON *
032600*                         THE MATCH                        *
032610*----------------------------------------------------------*
032620 3820-KEEP-LIMIT-RULE.
032630     SET WS-LIM-RULE-FOUND TO TRUE.
032640     MOVE WS-LIM-MAX-AMOUNT (LIM-IX) TO WS-HIT-MAX-AMOUNT.
032650     MOVE WS-LIM-NEG-OK-SW (LIM-IX)  TO WS-HIT-NEG-OK-SW.
032660 3820-EXIT.
032670     EXIT.
032680
032690*----------------------------------------------------------*
032700*  3850-WRITE-SUSPENSE - HOLD THE BREACHING RECORD'S FULL  *
032710*                        IMAGE ON THE SUSPENSE FILE FOR    *
032720*                        SUPERVISOR REVIEW                 *
032730*----------------------------------------------------------*
032740 3850-WRITE-SUSPENSE.
032750     IF WS-SUS-RSN-CD = 'A'
032760         DISPLAY "DL100 - AGGREGATE EXPOSURE BREACH, ID "
032770             WS-AREA-1-ID " NAME " WS-AREA-2-NAME
032780             " HELD TO SUSPENSE"
032790         ADD 1 TO WS-EXPOSURE-CT
032800     ELSE
032810         DISPLAY "DL100 - AMOUNT LIMIT BREACH, ID "
032820             WS-AREA-1-ID " STATUS " WS-AREA-2-STATUS-CD
032830             " HELD TO SUSPENSE"
032840     END-IF.
032850     ADD 1 TO WS-SUSPENDED-CT.
032860     IF WS-MODE-VALIDATE
032870         GO TO 3850-EXIT
032880     END-IF.
032890     ACCEPT WS-CURRENT-TIME FROM TIME.
032900     MOVE WS-RECORD-CT        TO DL100-SUS-SEQ-NO.
032910     MOVE WS-CURRENT-DATE     TO DL100-SUS-DATE.
032920     MOVE WS-CURRENT-TIME     TO DL100-SUS-TIME.
032930     IF WS-CUR-RGN > 0
032940         MOVE WS-RGN-CODE (WS-CUR-RGN)
032950             TO DL100-SUS-REGION-CD
032960     ELSE
032970         MOVE '???' TO DL100-SUS-REGION-CD
032980     END-IF.
032990     MOVE WS-AREA-2-STATUS-CD TO DL100-SUS-STATUS-CD.
033000     MOVE WS-HIT-MAX-AMOUNT   TO DL100-SUS-LIMIT-AMOUNT.
033010     MOVE WS-SUS-RSN-CD       TO DL100-SUS-REASON-CD.
033020     MOVE WS-AREA-1           TO DL100-SUS-SOURCE-IMAGE.
033030     WRITE DL100-SUSPENSE-RECORD.
033040 3850-EXIT.
033050     EXIT.
033060
033070*----------------------------------------------------------*
033080*  3870-CHECK-EXPOSURE - TEST WHETHER THE DETAIL WOULD     *
033090*                        TAKE ITS CUSTOMER OVER THE        *
033100*                        EXPOSREF AGGREGATE CEILING ON     *
033110*                        AMOUNT OR DETAIL COUNT.  SETS     *
033120*                        WS-SUSPENDED, REASON 'A'          *
033130*----------------------------------------------------------*
033140 3870-CHECK-EXPOSURE.
033150     IF WS-EXR-COUNT = 0
033160         GO TO 3870-EXIT
033170     END-IF.
033180*    APPROVED ITEMS ARE NOT RE-CHECKED, AS IN 3800
033190     IF WS-RELEASE-FEED
033200         GO TO 3870-EXIT
033210     END-IF.
033220     IF WS-AREA-2-AMOUNT IS NOT NUMERIC
033230         GO TO 3870-EXIT
033240     END-IF.
033250*    A REVERSAL, A DELETE OR A CREDIT ADDS NO EXPOSURE
033260     IF WS-AREA-2-STATUS-CD = WS-REVERSAL-STATUS-CD
033270         OR WS-AREA-2-STATUS-CD = WS-DELETE-STATUS-CD
033280         OR WS-AREA-2-AMOUNT NOT > 0
033290         GO TO 3870-EXIT
033300     END-IF.
033310     MOVE 'N' TO WS-EXR-FOUND-SW.
033320     SET EXR-IX TO 1.
033330     SEARCH WS-EXR-ENTRY
033340         AT END
033350             CONTINUE
033360         WHEN EXR-IX > WS-EXR-COUNT
033370             CONTINUE
033380         WHEN WS-EXR-NAME (EXR-IX) = WS-AREA-2-NAME
033390             PERFORM 3875-KEEP-EXPOSURE-RULE THRU 3875-EXIT
033400     END-SEARCH.
033410     IF NOT WS-EXR-FOUND
033420         SET EXR-IX TO 1
033430         SEARCH WS-EXR-ENTRY
033440             AT END
033450                 CONTINUE
033460             WHEN EXR-IX > WS-EXR-COUNT
033470                 CONTINUE
033480             WHEN WS-EXR-NAME (EXR-IX) = '*'
033490                 PERFORM 3875-KEEP-EXPOSURE-RULE THRU 3875-EXIT
033500         END-SEARCH
033510     END-IF.
033520     IF NOT WS-EXR-FOUND
033530         GO TO 3870-EXIT
033540     END-IF.
033550     MOVE WS-AREA-2-NAME TO WS-EXP-NAME.
033560     PERFORM 3890-FIND-EXPOSURE THRU 3890-EXIT.
033570     IF WS-EXT-FOUND
033580         COMPUTE WS-EXP-NEW-AMOUNT =
033590             WS-EXT-AMOUNT (EXT-IX) + WS-AREA-2-AMOUNT
033600         COMPUTE WS-EXP-NEW-COUNT = WS-EXT-DTL-CT (EXT-IX) + 1
033610     ELSE
033620         MOVE WS-AREA-2-AMOUNT TO WS-EXP-NEW-AMOUNT
033630         MOVE 1 TO WS-EXP-NEW-COUNT
033640     END-IF.
033650     IF (WS-EXP-HIT-AMOUNT > 0
033660             AND WS-EXP-NEW-AMOUNT > WS-EXP-HIT-AMOUNT)
033670         OR (WS-EXP-HIT-COUNT > 0
033680             AND WS-EXP-NEW-COUNT > WS-EXP-HIT-COUNT)
033690         MOVE 'A' TO WS-SUS-RSN-CD
033700         MOVE WS-EXP-HIT-AMOUNT TO WS-HIT-MAX-AMOUNT
033710         SET WS-SUSPENDED TO TRUE
033720     END-IF.
033730 3870-EXIT.
033740     EXIT.
033750
033760*----------------------------------------------------------*
033770*  3875-KEEP-EXPOSURE-RULE - HOLD THE MATCHED RULE'S       *
033780*                            CEILINGS.  EXR-IX IS ON THE   *
033790*                            MATCH                         *
033800*----------------------------------------------------------*
033810 3875-KEEP-EXPOSURE-RULE.
033820     SET WS-EXR-FOUND TO TRUE.
033830     MOVE WS-EXR-MAX-AMOUNT (EXR-IX) TO WS-EXP-HIT-AMOUNT.
033840     MOVE WS-EXR-MAX-COUNT (EXR-IX)  TO WS-EXP-HIT-COUNT.
033850 3875-EXIT.
033860     EXIT.
033870
033880*----------------------------------------------------------*
033890*  3880-ADD-EXPOSURE - ADD AN ACCEPTED DETAIL TO ITS       *
033900*                      CUSTOMER'S EXPOSURE FOR THE DETAILS *
033910*                      THAT FOLLOW IT.  A REVERSAL TAKES   *
033920*                      ITS AMOUNT BACK OFF                 *
033930*----------------------------------------------------------*
033940 3880-ADD-EXPOSURE.
033950     IF WS-EXR-COUNT = 0
033960         GO TO 3880-EXIT
033970     END-IF.
033980     IF WS-AREA-2-AMOUNT IS NOT NUMERIC
033990         OR WS-AREA-2-STATUS-CD = WS-DELETE-STATUS-CD
034000         GO TO 3880-EXIT
034010     END-IF.
034020     MOVE WS-AREA-2-NAME TO WS-EXP-NAME.
034030     PERFORM 3890-FIND-EXPOSURE THRU 3890-EXIT.
034040     IF NOT WS-EXT-FOUND
034050         PERFORM 3895-NEW-EXPOSURE THRU 3895-EXIT
034060         IF NOT WS-EXT-FOUND
034070             GO TO 3880-EXIT
034080         END-IF
034090     END-IF.
034100     IF WS-AREA-2-STATUS-CD = WS-REVERSAL-STATUS-CD
034110         SUBTRACT WS-AREA-2-AMOUNT FROM WS-EXT-AMOUNT (EXT-IX)
034120     ELSE
034130         ADD WS-AREA-2-AMOUNT TO WS-EXT-AMOUNT (EXT-IX)
034140         ADD 1 TO WS-EXT-DTL-CT (EXT-IX)
034150     END-IF.
034160 3880-EXIT.
034170     EXIT.
034180
034190*----------------------------------------------------------*
034200*  3890-FIND-EXPOSURE - LOOK UP WS-EXP-NAME IN THE         *
034210*                       EXPOSURE TABLE.  EXT-IX IS ON THE  *
034220*                       MATCH WHEN WS-EXT-FOUND            *
034230*----------------------------------------------------------*
034240 3890-FIND-EXPOSURE.
034250     MOVE 'N' TO WS-EXT-FOUND-SW.
034260     SET EXT-IX TO 1.
034270     SEARCH WS-EXT-ENTRY
034280         AT END
034290             CONTINUE
034300         WHEN EXT-IX > WS-EXT-COUNT
034310             CONTINUE
034320         WHEN WS-EXT-NAME (EXT-IX) = WS-EXP-NAME
034330             SET WS-EXT-FOUND TO TRUE
034340     END-SEARCH.
034350 3890-EXIT.
034360     EXIT.
034370
034380*----------------------------------------------------------*
034390*  3895-NEW-EXPOSURE - OPEN A ZERO EXPOSURE ENTRY FOR      *
034400*                      WS-EXP-NAME.  A FULL TABLE IS A     *
034410*                      WARNING; THE CUSTOMER IS THEN       *
034420*                      CHECKED ON EACH DETAIL ALONE        *
034430*----------------------------------------------------------*
034440 3895-NEW-EXPOSURE.
034450     IF WS-EXT-COUNT >= 10000
034460         IF NOT WS-EXT-FULL
034470             DISPLAY "DL100 - WARNING, MORE THAN 10000 "
034480                 "CUSTOMERS IN THE EXPOSURE WINDOW, EXTRAS "
034490                 "NOT TOTALLED"
034500             SET WS-EXT-FULL TO TRUE
034510             IF RETURN-CODE < 4
034520                 MOVE 4 TO RETURN-CODE
034530             END-IF
034540         END-IF
034550         GO TO 3895-EXIT
034560     END-IF.
034570     ADD 1 TO WS-EXT-COUNT.
034580     SET EXT-IX TO WS-EXT-COUNT.
034590     MOVE WS-EXP-NAME TO WS-EXT-NAME (EXT-IX).
034600     MOVE ZEROES      TO WS-EXT-AMOUNT (EXT-IX).
034610     MOVE ZEROES      TO WS-EXT-DTL-CT (EXT-IX).
034620     SET WS-EXT-FOUND TO TRUE.
034630 3895-EXIT.
034640     EXIT.
034650
034660*----------------------------------------------------------*
034670*  3500-APPLY-TO-MASTER - APPLY ONE GUARDED RECORD TO THE  *
034680*                         INDEXED TRANSACTION MASTER       *
034690*----------------------------------------------------------*
034700 3500-APPLY-TO-MASTER.
034710     MOVE 'N' TO WS-APPLY-FAIL-SW.
034720*    A REVERSAL IS MATCHED AGAINST THE ORIGINAL IT NAMES AND
034730*    POSTED BESIDE IT, NEVER APPLIED OVER ITS OWN KEY
034740     IF WS-AREA-2-STATUS-CD = WS-REVERSAL-STATUS-CD
034750         PERFORM 3750-APPLY-REVERSAL THRU 3750-EXIT
034760         GO TO 3500-EXIT
034770     END-IF.
034780     MOVE WS-AREA-2-ID TO DL100-MST-ID.
034790     READ TRANS-MASTER-FILE
034800         INVALID KEY
034810             PERFORM 3600-APPLY-ADD THRU 3600-EXIT
034820         NOT INVALID KEY
034830             PERFORM 3700-APPLY-EXISTING THRU 3700-EXIT
034840     END-READ.
034850 3500-EXIT.
034860     EXIT.
034870
034880*----------------------------------------------------------*
034890*  3600-APPLY-ADD - THE KEY IS NEW.  A DELETE FOR AN       *
034900*                   ABSENT ID IS AN APPLY FAILURE; ANYTHING *
034910*                   ELSE BECOMES A NEW MASTER RECORD       *
034920*----------------------------------------------------------*
034930 3600-APPLY-ADD.
034940     IF WS-AREA-2-STATUS-CD = WS-DELETE-STATUS-CD
034950         DISPLAY "DL100 - APPLY, DELETE FOR ABSENT ID "
034960             WS-AREA-2-ID
034970         PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
034980         GO TO 3600-EXIT
034990     END-IF.
035000     MOVE SPACES TO DL100-MASTER-RECORD.
035010     MOVE WS-AREA-2-ID         TO DL100-MST-ID.
035020     MOVE WS-AREA-2-TRANS-DATE TO DL100-MST-TRANS-DATE.
035030     MOVE WS-AREA-2-NAME       TO DL100-MST-NAME.
035040     MOVE WS-AREA-2-AMOUNT     TO DL100-MST-AMOUNT.
035050     MOVE WS-AREA-2-STATUS-CD  TO DL100-MST-STATUS-CD.
035060     MOVE SPACE                TO DL100-MST-DELETE-FLAG.
035070     MOVE WS-RUN-DATE          TO DL100-MST-MAINT-DATE.
035080     MOVE 'A'                  TO DL100-MST-LAST-ACTION.
035090     MOVE ZEROES               TO DL100-MST-ORIG-ID.
035100     MOVE ZEROES               TO DL100-MST-ORIG-AMOUNT.
035110     MOVE ZEROES               TO DL100-MST-REVERSED-AMT.
035120     PERFORM 3650-STAMP-CURRENCY THRU 3650-EXIT.
035130     WRITE DL100-MASTER-RECORD
035140         INVALID KEY
035150             DISPLAY "DL100 - APPLY, WRITE FAILED FOR ID "
035160                 WS-AREA-2-ID ", STATUS = " WS-MST-STATUS
035170             PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
035180         NOT INVALID KEY
035190             ADD 1 TO WS-APPLIED-ADD-CT
035200             MOVE SPACES TO WS-MST-BEFORE-IMAGE
035210             MOVE 'A' TO WS-JNL-ACTION
035220             PERFORM 3950-WRITE-JOURNAL THRU 3950-EXIT
035230     END-WRITE.
035240 3600-EXIT.
035250     EXIT.
035260
035270*----------------------------------------------------------*
035280*  3650-STAMP-CURRENCY - KEEP THE CURRENCY, THE AMOUNT AS  *
035290*                        SENT AND THE RATE IT WAS          *
035300*                        CONVERTED AT BESIDE THE HOUSE     *
035310*                        CURRENCY AMOUNT ON THE MASTER     *
035320*----------------------------------------------------------*
035330 3650-STAMP-CURRENCY.
035340     MOVE WS-AREA-2-CURRENCY-CD TO DL100-MST-CURRENCY-CD.
035350     MOVE WS-FX-LOCAL-AMT       TO DL100-MST-LOCAL-AMOUNT.
035360     MOVE WS-FX-HIT-RATE        TO DL100-MST-FX-RATE.
035370 3650-EXIT.
035380     EXIT.
035390
035400*----------------------------------------------------------*
035410*  3700-APPLY-EXISTING - THE KEY IS ON FILE.  THE DELETION *
035420*                        CODE FLAGS A LOGICAL DELETE;      *
035430*                        ANYTHING ELSE REPLACES THE        *
035440*                        BUSINESS FIELDS                   *
035450*----------------------------------------------------------*
035460 3700-APPLY-EXISTING.
035470     MOVE DL100-MASTER-RECORD TO WS-MST-BEFORE-IMAGE.
035480*    A POSTED REVERSAL IS NOT MAINTAINED - A WRONG ONE IS
035490*    BACKED OUT WITH DL210 AND RESENT
035500     IF DL100-MST-ORIG-ID IS NUMERIC
035510         AND DL100-MST-ORIG-ID > 0
035520         DISPLAY "DL100 - APPLY, ID " WS-AREA-2-ID
035530             " IS A REVERSAL OF ID " DL100-MST-ORIG-ID
035540             ", NOT MAINTAINED"
035550         PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
035560         GO TO 3700-EXIT
035570     END-IF.
035580     IF WS-AREA-2-STATUS-CD = WS-DELETE-STATUS-CD
035590         SET DL100-MST-DELETED TO TRUE
035600         MOVE WS-RUN-DATE TO DL100-MST-MAINT-DATE
035610         MOVE 'D' TO DL100-MST-LAST-ACTION
035620         REWRITE DL100-MASTER-RECORD
035630             INVALID KEY
035640                 DISPLAY "DL100 - APPLY, DELETE FAILED FOR "
035650                     "ID " WS-AREA-2-ID ", STATUS = "
035660                     WS-MST-STATUS
035670                 PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
035680             NOT INVALID KEY
035690                 ADD 1 TO WS-APPLIED-DEL-CT
035700                 MOVE 'D' TO WS-JNL-ACTION
035710                 PERFORM 3950-WRITE-JOURNAL THRU 3950-EXIT
035720         END-REWRITE
035730         GO TO 3700-EXIT
035740     END-IF.
035750*    AN UPDATE MAY NOT LEAVE AN ORIGINAL REVERSED BY MORE
035760*    THAN IT NOW HOLDS
035770     IF DL100-MST-REVERSED-AMT IS NUMERIC
035780         AND DL100-MST-REVERSED-AMT NOT = 0
035790         AND WS-AREA-2-AMOUNT IS NUMERIC
035800         MOVE WS-AREA-2-AMOUNT       TO WS-REV-BASE-AMT
035810         MOVE DL100-MST-REVERSED-AMT TO WS-REV-NEW-TOTAL
035820         PERFORM 3770-TEST-OVER-REVERSAL THRU 3770-EXIT
035830         IF WS-OVER-REVERSED
035840             DISPLAY "DL100 - APPLY, UPDATE WOULD LEAVE ID "
035850                 WS-AREA-2-ID " OVER-REVERSED, NOT APPLIED"
035860             PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
035870             GO TO 3700-EXIT
035880         END-IF
035890     END-IF.
035900     MOVE WS-AREA-2-TRANS-DATE TO DL100-MST-TRANS-DATE.
035910     MOVE WS-AREA-2-NAME       TO DL100-MST-NAME.
035920     MOVE WS-AREA-2-AMOUNT     TO DL100-MST-AMOUNT.
035930     MOVE WS-AREA-2-STATUS-CD  TO DL100-MST-STATUS-CD.
035940     PERFORM 3650-STAMP-CURRENCY THRU 3650-EXIT.
035950     MOVE SPACE                TO DL100-MST-DELETE-FLAG.
035960     MOVE WS-RUN-DATE          TO DL100-MST-MAINT-DATE.
035970     MOVE 'U'                  TO DL100-MST-LAST-ACTION.
035980     REWRITE DL100-MASTER-RECORD
035990         INVALID KEY
036000             DISPLAY "DL100 - APPLY, REWRITE FAILED FOR ID "
036010                 WS-AREA-2-ID ", STATUS = " WS-MST-STATUS
036020             PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
036030         NOT INVALID KEY
036040             ADD 1 TO WS-APPLIED-UPD-CT
036050             MOVE 'U' TO WS-JNL-ACTION
036060             PERFORM 3950-WRITE-JOURNAL THRU 3950-EXIT
036070     END-REWRITE.
036080 3700-EXIT.
036090     EXIT.
036100
036110*----------------------------------------------------------*
036120*  3750-APPLY-REVERSAL - MATCH A REVERSAL TO ITS ORIGINAL. *
036130*                        AN ORIGINAL THAT IS ABSENT,       *
036140*                        DELETED OR ITSELF A REVERSAL, OR  *
036150*                        AN AMOUNT THAT DOES NOT OFFSET IT *
036160*                        OR WOULD BACK OUT MORE THAN IT    *
036170*                        HOLDS, REJECTS THE REVERSAL TO    *
036180*                        THE AUDIT LOG.  OTHERWISE THE     *
036190*                        REVERSAL IS ADDED AS ITS OWN      *
036200*                        RECORD AND THE ORIGINAL'S         *
036210*                        REVERSED-TO-DATE TOTAL IS RAISED, *
036220*                        BOTH JOURNALED FOR THE BACKOUT    *
036230*----------------------------------------------------------*
036240 3750-APPLY-REVERSAL.
036250     MOVE 'N' TO WS-REV-ON-FILE-SW.
036260     IF WS-AREA-2-ORIG-ID IS NOT NUMERIC
036270         OR WS-AREA-2-ORIG-ID = 0
036280         OR WS-AREA-2-ORIG-ID = WS-AREA-2-ID
036290         MOVE 'NAMES NO VALID ORIGINAL ID' TO WS-REV-REJECT-TEXT
036300         PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
036310         GO TO 3750-EXIT
036320     END-IF.
036330     COMPUTE WS-REV-OFFSET-AMT = 0 - WS-AREA-2-AMOUNT.
036340*    A RESTART RE-READS DETAILS APPLIED SINCE THE LAST
036350*    CHECKPOINT - A REVERSAL ALREADY ON FILE AGAINST THE SAME
036360*    ORIGINAL FOR THE SAME AMOUNT IS NOT POSTED TWICE
036370     MOVE WS-AREA-2-ID TO DL100-MST-ID.
036380     READ TRANS-MASTER-FILE
036390         INVALID KEY
036400             CONTINUE
036410         NOT INVALID KEY
036420             SET WS-REV-ON-FILE TO TRUE
036430     END-READ.
036440     IF WS-REV-ON-FILE
036450         IF DL100-MST-ORIG-ID IS NUMERIC
036460             AND DL100-MST-ORIG-ID = WS-AREA-2-ORIG-ID
036470             AND DL100-MST-AMOUNT = WS-REV-OFFSET-AMT
036480             DISPLAY "DL100 - APPLY, REVERSAL ID " WS-AREA-2-ID
036490                 " ALREADY POSTED, NOT POSTED AGAIN"
036500             ADD 1 TO WS-APPLIED-REV-CT
036510         ELSE
036520             DISPLAY "DL100 - APPLY, REVERSAL ID " WS-AREA-2-ID
036530                 " ALREADY ON THE MASTER, NOT APPLIED"
036540             PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
036550         END-IF
036560         GO TO 3750-EXIT
036570     END-IF.
036580     MOVE WS-AREA-2-ORIG-ID TO DL100-MST-ID.
036590     READ TRANS-MASTER-FILE
036600         INVALID KEY
036610             MOVE 'ORIGINAL NOT ON THE MASTER'
036620                 TO WS-REV-REJECT-TEXT
036630             PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
036640             GO TO 3750-EXIT
036650     END-READ.
036660     IF DL100-MST-DELETED
036670         MOVE 'ORIGINAL IS DELETED' TO WS-REV-REJECT-TEXT
036680         PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
036690         GO TO 3750-EXIT
036700     END-IF.
036710     IF DL100-MST-ORIG-ID IS NUMERIC
036720         AND DL100-MST-ORIG-ID > 0
036730         MOVE 'ORIGINAL IS ITSELF A REVERSAL'
036740             TO WS-REV-REJECT-TEXT
036750         PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
036760         GO TO 3750-EXIT
036770     END-IF.
036780     IF DL100-MST-AMOUNT IS NOT NUMERIC
036790         MOVE 'ORIGINAL AMOUNT NOT NUMERIC' TO WS-REV-REJECT-TEXT
036800         PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
036810         GO TO 3750-EXIT
036820     END-IF.
036830     MOVE DL100-MST-AMOUNT TO WS-REV-BASE-AMT.
036840     IF DL100-MST-REVERSED-AMT IS NUMERIC
036850         MOVE DL100-MST-REVERSED-AMT TO WS-REV-TO-DATE
036860     ELSE
036870         MOVE ZEROES TO WS-REV-TO-DATE
036880     END-IF.
036890*    THE REVERSAL IS SENT IN THE ORIGINAL'S SIGN AND MUST
036900*    BACK SOMETHING OUT
036910     IF WS-AREA-2-AMOUNT = 0
036920         OR (WS-REV-BASE-AMT NOT < 0 AND WS-AREA-2-AMOUNT < 0)
036930         OR (WS-REV-BASE-AMT < 0 AND WS-AREA-2-AMOUNT > 0)
036940         MOVE 'AMOUNT WRONG SIGN OR ZERO' TO WS-REV-REJECT-TEXT
036950         PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
036960         GO TO 3750-EXIT
036970     END-IF.
036980     COMPUTE WS-REV-NEW-TOTAL = WS-REV-TO-DATE + WS-AREA-2-AMOUNT.
036990     PERFORM 3770-TEST-OVER-REVERSAL THRU 3770-EXIT.
037000     IF WS-OVER-REVERSED
037010         MOVE 'OVER-REVERSES THE ORIGINAL' TO WS-REV-REJECT-TEXT
037020         PERFORM 3760-REJECT-REVERSAL THRU 3760-EXIT
037030         GO TO 3750-EXIT
037040     END-IF.
037050     MOVE DL100-MASTER-RECORD TO WS-REV-ORIG-IMAGE.
037060     MOVE SPACES TO DL100-MASTER-RECORD.
037070     MOVE WS-AREA-2-ID         TO DL100-MST-ID.
037080     MOVE WS-AREA-2-TRANS-DATE TO DL100-MST-TRANS-DATE.
037090     MOVE WS-AREA-2-NAME       TO DL100-MST-NAME.
037100     MOVE WS-REV-OFFSET-AMT    TO DL100-MST-AMOUNT.
037110     MOVE WS-AREA-2-STATUS-CD  TO DL100-MST-STATUS-CD.
037120     MOVE SPACE                TO DL100-MST-DELETE-FLAG.
037130     MOVE WS-RUN-DATE          TO DL100-MST-MAINT-DATE.
037140     MOVE 'A'                  TO DL100-MST-LAST-ACTION.
037150     MOVE WS-AREA-2-ORIG-ID    TO DL100-MST-ORIG-ID.
037160     MOVE WS-REV-BASE-AMT      TO DL100-MST-ORIG-AMOUNT.
037170     MOVE ZEROES               TO DL100-MST-REVERSED-AMT.
037180     PERFORM 3650-STAMP-CURRENCY THRU 3650-EXIT.
037190     COMPUTE DL100-MST-LOCAL-AMOUNT = 0 - WS-FX-LOCAL-AMT.
037200     WRITE DL100-MASTER-RECORD
037210         INVALID KEY
037220             DISPLAY "DL100 - APPLY, WRITE FAILED FOR REVERSAL "
037230                 "ID " WS-AREA-2-ID ", STATUS = " WS-MST-STATUS
037240             PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
037250             GO TO 3750-EXIT
037260     END-WRITE.
037270     MOVE SPACES TO WS-MST-BEFORE-IMAGE.
037280     MOVE 'A' TO WS-JNL-ACTION.
037290     PERFORM 3950-WRITE-JOURNAL THRU 3950-EXIT.
037300*    THE ORIGINAL KEEPS ITS MAINTENANCE DATE AND LAST ACTION -
037310*    ITS POSTING HAS NOT CHANGED, SO THE DELTA DOES NOT RESEND
037320*    IT; THE REVERSAL RECORD CARRIES THE OFFSET DOWNSTREAM
037330     MOVE WS-REV-ORIG-IMAGE TO DL100-MASTER-RECORD.
037340     MOVE WS-REV-ORIG-IMAGE TO WS-MST-BEFORE-IMAGE.
037350     MOVE WS-REV-NEW-TOTAL  TO DL100-MST-REVERSED-AMT.
037360     REWRITE DL100-MASTER-RECORD
037370         INVALID KEY
037380             DISPLAY "DL100 - APPLY, REVERSED TOTAL NOT SAVED "
037390                 "FOR ID " WS-AREA-2-ORIG-ID ", STATUS = "
037400                 WS-MST-STATUS
037410             PERFORM 3900-COUNT-APPLY-FAIL THRU 3900-EXIT
037420         NOT INVALID KEY
037430             ADD 1 TO WS-APPLIED-REV-CT
037440             MOVE 'U' TO WS-JNL-ACTION
037450             PERFORM 3950-WRITE-JOURNAL THRU 3950-EXIT
037460     END-REWRITE.
037470 3750-EXIT.
037480     EXIT.
037490
037500*----------------------------------------------------------*
037510*  3760-REJECT-REVERSAL - AN UNMATCHED OR OVER-REVERSING   *
037520*                         REVERSAL GOES TO THE AUDIT LOG   *
037530*                         AND REJECT CAPTURE UNDER REASON  *
037540*                         'RV', WITH ITS ID UNCOMMITTED    *
037550*----------------------------------------------------------*
037560 3760-REJECT-REVERSAL.
037570     DISPLAY "DL100 - REVERSAL ID " WS-AREA-2-ID " OF ID "
037580         WS-AREA-2-ORIG-ID " REJECTED, " WS-REV-REJECT-TEXT.
037590     MOVE 'RV' TO WS-AUD-REASON-CD.
037600     PERFORM 2500-WRITE-AUDIT-REC THRU 2500-EXIT.
037610     IF RETURN-CODE < 8
037620         MOVE 8 TO RETURN-CODE
037630     END-IF.
037640     ADD 1 TO WS-REV-REJECT-CT.
037650*    NOT A MOVED RECORD, SO THE CALLER LEAVES THE ID OUT OF
037660*    THE MASTER AND A CORRECTED RESEND CLEARS THE DUPLICATE
037670*    CHECK
037680     SET WS-APPLY-FAILED TO TRUE.
037690 3760-EXIT.
037700     EXIT.
037710
037720*----------------------------------------------------------*
037730*  3770-TEST-OVER-REVERSAL - WS-REV-NEW-TOTAL REVERSED     *
037740*                            AGAINST AN ORIGINAL OF        *
037750*                            WS-REV-BASE-AMT MUST STAY     *
037760*                            BETWEEN ZERO AND THE ORIGINAL *
037770*----------------------------------------------------------*
037780 3770-TEST-OVER-REVERSAL.
037790     MOVE 'N' TO WS-OVER-REV-SW.
037800     IF WS-REV-BASE-AMT NOT < 0
037810         IF WS-REV-NEW-TOTAL > WS-REV-BASE-AMT
037820             OR WS-REV-NEW-TOTAL < 0
037830             SET WS-OVER-REVERSED TO TRUE
037840         END-IF
037850     ELSE
037860         IF WS-REV-NEW-TOTAL < WS-REV-BASE-AMT
037870             OR WS-REV-NEW-TOTAL > 0
037880             SET WS-OVER-REVERSED TO TRUE
037890         END-IF
037900     END-IF.
037910 3770-EXIT.
037920     EXIT.
037930
037940*----------------------------------------------------------*
037950*  3900-COUNT-APPLY-FAIL - COMMON APPLY FAILURE HANDLING   *
037960*----------------------------------------------------------*
037970 3900-COUNT-APPLY-FAIL.
037980     SET WS-APPLY-FAILED TO TRUE.
037990     ADD 1 TO WS-APPLY-FAIL-CT.
038000     IF RETURN-CODE < 8
038010         MOVE 8 TO RETURN-CODE
038020     END-IF.
038030 3900-EXIT.
038040     EXIT.
038050
038060*----------------------------------------------------------*
038070*  3950-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES *
038080*                       OF ONE APPLIED CHANGE TO TRNJRNL.  *
038090*                       THE RUN START DATE/TIME TOGETHER   *
038100*                       IDENTIFY THE RUN FOR THE BACKOUT   *
038110*----------------------------------------------------------*
038120 3950-WRITE-JOURNAL.
038130     MOVE WS-RUN-DATE            TO DL100-JNL-RUN-DATE.
038140     MOVE WS-START-TIME          TO DL100-JNL-RUN-TIME.
038150     IF WS-CUR-RGN > 0
038160         MOVE WS-RGN-CODE (WS-CUR-RGN)
038170             TO DL100-JNL-REGION-CD
038180     ELSE
038190         MOVE '???' TO DL100-JNL-REGION-CD
038200     END-IF.
038210     MOVE WS-RECORD-CT           TO DL100-JNL-SEQ-NO.
038220     MOVE WS-JNL-ACTION          TO DL100-JNL-ACTION.
038230     MOVE WS-MST-BEFORE-IMAGE    TO DL100-JNL-BEFORE-IMAGE.
038240     MOVE DL100-MASTER-RECORD    TO DL100-JNL-AFTER-IMAGE.
038250     WRITE DL100-JOURNAL-RECORD.
038260     IF NOT WS-JNL-OK
038270         DISPLAY "DL100 - UNABLE TO WRITE TRNJRNL, STATUS = "
038280             WS-JNL-STATUS ", ID " WS-AREA-2-ID
038290         MOVE 16 TO RETURN-CODE
038300         GO TO 9999-EXIT
038310     END-IF.
038320     ADD 1 TO WS-JOURNAL-CT.
038330 3950-EXIT.
038340     EXIT.
038350
038360*----------------------------------------------------------*
038370*  7000-WRITE-CHECKPOINT - SAVE RESTART POSITION            *
038380*----------------------------------------------------------*
038390 7000-WRITE-CHECKPOINT.
038400     MOVE WS-RECORD-CT     TO DL100-CKPT-COUNT.
038410     MOVE WS-RECORD-CT     TO DL100-CKPT-POSITION.
038420     MOVE WS-MOVED-CT      TO DL100-CKPT-MOVED-CT.
038430     MOVE WS-TRUNCATED-CT  TO DL100-CKPT-TRUNCATED-CT.
038440     MOVE WS-REJECTED-CT   TO DL100-CKPT-REJECTED-CT.
038450     MOVE WS-INVALID-CT    TO DL100-CKPT-INVALID-CT.
038460     MOVE WS-DETAIL-CT     TO DL100-CKPT-DETAIL-CT.
038470     MOVE WS-AMOUNT-TOTAL  TO DL100-CKPT-AMOUNT-TOTAL.
038480     MOVE WS-DUP-CT        TO DL100-CKPT-DUP-CT.
038490     MOVE WS-BAD-STATUS-CT TO DL100-CKPT-BAD-STATUS-CT.
038500     MOVE WS-APPLIED-ADD-CT TO DL100-CKPT-APPLY-ADD-CT.
038510     MOVE WS-APPLIED-UPD-CT TO DL100-CKPT-APPLY-UPD-CT.
038520     MOVE WS-APPLIED-DEL-CT TO DL100-CKPT-APPLY-DEL-CT.
038530     MOVE WS-APPLY-FAIL-CT  TO DL100-CKPT-APPLY-FAIL-CT.
038540     MOVE WS-APPLIED-REV-CT TO DL100-CKPT-APPLY-REV-CT.
038550     MOVE WS-REV-REJECT-CT  TO DL100-CKPT-REV-REJECT-CT.
038560     MOVE WS-FX-REJECT-CT   TO DL100-CKPT-FX-REJECT-CT.
038570     MOVE WS-XFORM-FAIL-CT  TO DL100-CKPT-XFORM-FAIL-CT.
038580     MOVE WS-RGN-COUNT      TO DL100-CKPT-RGN-COUNT.
038590     MOVE WS-CUR-RGN        TO DL100-CKPT-CUR-RGN.
038600     MOVE ZEROES TO WS-RGN-SUB.
038610     PERFORM 7050-SAVE-REGION THRU 7050-EXIT 5 TIMES.
038620     MOVE WS-SEG-DETAIL-CT  TO DL100-CKPT-SEG-DETAIL-CT.
038630     MOVE WS-SEG-AMOUNT-TOTAL
038640         TO DL100-CKPT-SEG-AMOUNT.
038650     MOVE WS-HDR-SEEN-SW    TO DL100-CKPT-SEG-HDR-SW.
038660     MOVE WS-TRL-SEEN-SW    TO DL100-CKPT-SEG-TRL-SW.
038670     MOVE WS-OUT-SEG-CT     TO DL100-CKPT-OUT-SEG-CT.
038680     MOVE WS-OUT-SEG-AMT    TO DL100-CKPT-OUT-SEG-AMT.
038690     MOVE WS-OUT-GRAND-CT   TO DL100-CKPT-OUT-GRAND-CT.
038700     MOVE WS-OUT-GRAND-AMT  TO DL100-CKPT-OUT-GRAND-AMT.
038710     MOVE WS-OUT-GRAND-RCV-AMT
038720         TO DL100-CKPT-OUT-GRAND-RCV.
038730     MOVE WS-OUT-HDR-SW     TO DL100-CKPT-OUT-HDR-SW.
038740     MOVE WS-SUSPENDED-CT   TO DL100-CKPT-SUSPENDED-CT.
038750     MOVE WS-EXPOSURE-CT    TO DL100-CKPT-EXPOSURE-CT.
038760     MOVE WS-REL-FEED-SW    TO DL100-CKPT-REL-FEED-SW.
038770     MOVE WS-GEN-HELD-CT    TO DL100-CKPT-GEN-HELD-CT.
038780     MOVE WS-GEN-HELD-AMT   TO DL100-CKPT-GEN-HELD-AMT.
038790     MOVE WS-HELD-SEG-CT    TO DL100-CKPT-HELD-SEG-CT.
038800     MOVE WS-HELD-TABLE     TO DL100-CKPT-HELD-AREA.
038810     MOVE RETURN-CODE       TO DL100-CKPT-HOLD-RC.
038820*    THE HEADERS TAKEN SO FAR GO ON FILE BEFORE THE
038830*    CHECKPOINT THAT SKIPS THEM ON A RESTART
038840     PERFORM 7300-FLUSH-EXTRACT-CTL THRU 7300-EXIT.
038850     OPEN OUTPUT CHECKPOINT-FILE.
038860     IF NOT WS-CKPT-OK
038870         DISPLAY "DL100 - UNABLE TO OPEN DL100CKP, STATUS = "
038880             WS-CKPT-STATUS
038890         MOVE 16 TO RETURN-CODE
038900         GO TO 9999-EXIT
038910     END-IF.
038920     WRITE DL100-CHECKPOINT-RECORD.
038930     IF NOT WS-CKPT-OK
038940         DISPLAY "DL100 - UNABLE TO WRITE DL100CKP, STATUS = "
038950             WS-CKPT-STATUS
038960         MOVE 16 TO RETURN-CODE
038970         GO TO 9999-EXIT
038980     END-IF.
038990     CLOSE CHECKPOINT-FILE.
039000 7000-EXIT.
039010     EXIT.
039020
039030*----------------------------------------------------------*
039040*  7050-SAVE-REGION - SAVE ONE REGION TOTALS SLOT INTO THE *
039050*                     CHECKPOINT RECORD                    *
039060*----------------------------------------------------------*
039070 7050-SAVE-REGION.
039080     ADD 1 TO WS-RGN-SUB.
039090     MOVE WS-RGN-CODE (WS-RGN-SUB)
039100         TO DL100-CKPT-RGN-CODE (WS-RGN-SUB).
039110     MOVE WS-RGN-READ-CT (WS-RGN-SUB)
039120         TO DL100-CKPT-RGN-READ-CT (WS-RGN-SUB).
039130     MOVE WS-RGN-MOVED-CT (WS-RGN-SUB)
039140         TO DL100-CKPT-RGN-MOVED-CT (WS-RGN-SUB).
039150     MOVE WS-RGN-TRUNCATED-CT (WS-RGN-SUB)
039160         TO DL100-CKPT-RGN-TRUNC-CT (WS-RGN-SUB).
039170     MOVE WS-RGN-REJECTED-CT (WS-RGN-SUB)
039180         TO DL100-CKPT-RGN-REJ-CT (WS-RGN-SUB).
039190     MOVE WS-RGN-INVALID-CT (WS-RGN-SUB)
039200         TO DL100-CKPT-RGN-INV-CT (WS-RGN-SUB).
039210 7050-EXIT.
039220     EXIT.
039230
039240*----------------------------------------------------------*
039250*  7100-DISPLAY-PROGRESS - RECORDS-PER-SECOND RATE AND,    *
039260*                          AGAINST LAST NIGHT'S RUNHIST    *
039270*                          COUNT, THE ESTIMATED SECONDS    *
039280*                          REMAINING, AT EACH CHECKPOINT   *
039290*----------------------------------------------------------*
039300 7100-DISPLAY-PROGRESS.
039310     ACCEPT WS-CLOCK-TIME FROM TIME.
039320     COMPUTE WS-NOW-SEC =
039330         WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
039340     COMPUTE WS-RUN-SEC = WS-NOW-SEC - WS-START-SEC.
039350     IF WS-RUN-SEC < 0
039360         ADD 86400 TO WS-RUN-SEC
039370     END-IF.
039380     IF WS-RUN-SEC = 0 OR WS-RECORD-CT = 0
039390         GO TO 7100-EXIT
039400     END-IF.
039410     COMPUTE WS-RUN-RATE = WS-RECORD-CT / WS-RUN-SEC.
039420     IF WS-RUN-RATE > 0
039430         AND WS-EXPECTED-TOTAL-CT > WS-RECORD-CT
039440         COMPUTE WS-REMAIN-CT =
039450             WS-EXPECTED-TOTAL-CT - WS-RECORD-CT
039460         COMPUTE WS-ETA-SEC = WS-REMAIN-CT / WS-RUN-RATE
039470         DISPLAY "DL100 - PROGRESS, " WS-RECORD-CT
039480             " RECORDS AT " WS-RUN-RATE " REC/SEC, ABOUT "
039490             WS-REMAIN-CT " TO GO, EST " WS-ETA-SEC
039500             " SECONDS"
039510     ELSE
039520         DISPLAY "DL100 - PROGRESS, " WS-RECORD-CT
039530             " RECORDS AT " WS-RUN-RATE " REC/SEC"
039540     END-IF.
039550 7100-EXIT.
039560     EXIT.
039570
039580*----------------------------------------------------------*
039590*  7200-CHECK-CUTOFF - QUIESCE CLEANLY WHEN THE WALL CLOCK *
039600*                      PASSES THE OPERATOR CUTOFF.  THE    *
039610*                      CHECKPOINT JUST WRITTEN BECOMES THE *
039620*                      RESTART POINT FOR TOMORROW          *
039630*----------------------------------------------------------*
039640 7200-CHECK-CUTOFF.
039650     IF WS-CUTOFF-TIME = 0
039660         GO TO 7200-EXIT
039670     END-IF.
039680*    A CUTOFF EARLIER ON THE CLOCK THAN THE START TIME IS
039690*    AFTER MIDNIGHT, SO IT ONLY TRIGGERS ONCE THE CLOCK HAS
039700*    WRAPPED BELOW THE START TIME
039710     IF WS-START-HHMM < WS-CUTOFF-TIME
039720         IF WS-CLOCK-HHMM < WS-CUTOFF-TIME
039730             GO TO 7200-EXIT
039740         END-IF
039750     ELSE
039760         IF WS-CLOCK-HHMM >= WS-START-HHMM
039770             OR WS-CLOCK-HHMM < WS-CUTOFF-TIME
039780             GO TO 7200-EXIT
039790         END-IF
039800     END-IF.
039810     DISPLAY "DL100 - BATCH-WINDOW CUTOFF " WS-CUTOFF-TIME
039820         " REACHED AT " WS-CLOCK-HHMM ", QUIESCING".
039830     DISPLAY "DL100 - CHECKPOINT KEPT AT " WS-RECORD-CT
039840         " RECORDS, RESTART RESUMES THERE".
039850*    ANY ERROR CODE REACHED SO FAR RODE INTO THE CHECKPOINT
039860*    JUST WRITTEN, SO THE RESUMED RUN STILL ENDS NON-ZERO;
039870*    TONIGHT'S CODE TELLS THE SCHEDULER "QUIESCED, RESUME
039880*    TOMORROW" RATHER THAN "FAILED"
039890     MOVE 6 TO RETURN-CODE.
039900     SET WS-QUIESCED TO TRUE.
039910 7200-EXIT.
039920     EXIT.
039930
039940*----------------------------------------------------------*
039950*  7300-FLUSH-EXTRACT-CTL - WRITE THE PENDING HEADER DATES *
039960*                           TAKEN: TO EXTCTL ON A COMBINED *
039970*                           RUN, TO THE INSTANCE'S EXTACC  *
039980*                           ON A SPLIT RUN                 *
039990*----------------------------------------------------------*
040000 7300-FLUSH-EXTRACT-CTL.
040010     MOVE 'N' TO WS-EXC-OPEN-SW.
040020     MOVE ZEROES TO WS-EXC-SUB.
040030     PERFORM 7350-WRITE-EXC-REC THRU 7350-EXIT
040040         UNTIL WS-EXC-SUB >= WS-EXC-COUNT.
040050     IF WS-EXC-OPEN
040060         IF WS-SPLIT-INSTANCE
040070             CLOSE EXTRACT-ACC-FILE
040080         ELSE
040090             CLOSE EXTRACT-CTL-FILE
040100         END-IF
040110     END-IF.
040120 7300-EXIT.
040130     EXIT.
040140
040150*----------------------------------------------------------*
040160*  7350-WRITE-EXC-REC - WRITE ONE PENDING SLOT             *
040170*----------------------------------------------------------*
040180 7350-WRITE-EXC-REC.
040190     ADD 1 TO WS-EXC-SUB.
040200     IF NOT WS-EXC-PENDING (WS-EXC-SUB)
040210         GO TO 7350-EXIT
040220     END-IF.
040230     IF NOT WS-EXC-OPEN
040240         IF WS-SPLIT-INSTANCE
040250             OPEN EXTEND EXTRACT-ACC-FILE
040260             MOVE WS-EXA-STATUS TO WS-EXC-STATUS
040270         ELSE
040280             OPEN EXTEND EXTRACT-CTL-FILE
040290         END-IF
040300         IF NOT WS-EXC-OK
040310             DISPLAY "DL100 - UNABLE TO EXTEND EXTRACT CONTROL, "
040320                 "STATUS = " WS-EXC-STATUS
040330             MOVE 16 TO RETURN-CODE
040340             GO TO 9999-EXIT
040350         END-IF
040360         SET WS-EXC-OPEN TO TRUE
040370     END-IF.
040380     MOVE SPACES TO DL100-EXTCTL-RECORD.
040390     MOVE WS-EXC-REGION-CD (WS-EXC-SUB)
040400         TO DL100-EXC-REGION-CD.
040410     MOVE WS-EXC-SOURCE-SYS (WS-EXC-SUB)
040420         TO DL100-EXC-SOURCE-SYS.
040430     MOVE WS-EXC-LAST-DATE (WS-EXC-SUB)
040440         TO DL100-EXC-HDR-DATE.
040450     MOVE WS-EXC-RUN-MODE (WS-EXC-SUB)
040460         TO DL100-EXC-RUN-MODE.
040470     SET DL100-EXC-BY-RUN TO TRUE.
040480     MOVE WS-RUN-DATE   TO DL100-EXC-TAKEN-DATE.
040490     MOVE WS-START-TIME TO DL100-EXC-TAKEN-TIME.
040500     MOVE WS-INSTANCE-ID TO DL100-EXC-INSTANCE-ID.
040510     IF WS-SPLIT-INSTANCE
040520         WRITE EXTACC-RECORD FROM DL100-EXTCTL-RECORD
040530     ELSE
040540         WRITE EXTCTL-RECORD FROM DL100-EXTCTL-RECORD
040550     END-IF.
040560     MOVE 'N' TO WS-EXC-PENDING-SW (WS-EXC-SUB).
040570     ADD 1 TO WS-EXC-WRITTEN-CT.
040580 7350-EXIT.
040590     EXIT.
040600
040610*----------------------------------------------------------*
040620*  7500-CLEAR-CHECKPOINT - WIPE THE CHECKPOINT AFTER A       *
040630*                          NORMAL END OF RUN SO THE NEXT     *
040640*                          NIGHT'S FILE DOES NOT GET SKIPPED  *
040650*----------------------------------------------------------*
040660 7500-CLEAR-CHECKPOINT.
040670     OPEN OUTPUT CHECKPOINT-FILE.
040680     IF NOT WS-CKPT-OK
040690         DISPLAY "DL100 - UNABLE TO CLEAR DL100CKP, STATUS = "
040700             WS-CKPT-STATUS
040710         MOVE 16 TO RETURN-CODE
040720         GO TO 9999-EXIT
040730     END-IF.
040740     CLOSE CHECKPOINT-FILE.
040750 7500-EXIT.
040760     EXIT.
040770
040780*----------------------------------------------------------*
040790*  7600-REGISTER-DELIVERY - APPEND THE GT TOTALS JUST      *
040800*                           WRITTEN TO THE DELIVREG        *
040810*                           REGISTER FOR THE DL240         *
040820*                           ACKNOWLEDGEMENT MATCH          *
040830*----------------------------------------------------------*
040840 7600-REGISTER-DELIVERY.
040850     OPEN EXTEND DELIVERY-REG-FILE.
040860     IF NOT WS-DRG-OK
040870         DISPLAY "DL100 - WARNING, UNABLE TO OPEN DELIVREG, "
040880             "STATUS = " WS-DRG-STATUS
040890             ", OUTFILE NOT REGISTERED FOR ACKNOWLEDGEMENT"
040900         IF RETURN-CODE < 4
040910             MOVE 4 TO RETURN-CODE
040920         END-IF
040930         GO TO 7600-EXIT
040940     END-IF.
040950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
040960     ACCEPT WS-CURRENT-TIME FROM TIME.
040970     MOVE SPACES             TO DL100-DELIVERY-RECORD.
040980     SET DL100-DRG-BY-RUN    TO TRUE.
040990     SET DL100-DRG-OUTFILE   TO TRUE.
041000     MOVE WS-RUN-DATE        TO DL100-DRG-RUN-DATE.
041010     MOVE WS-INSTANCE-ID     TO DL100-DRG-INSTANCE-ID.
041020     MOVE WS-CURRENT-DATE    TO DL100-DRG-WRITTEN-DATE.
041030     MOVE WS-CURRENT-TIME    TO DL100-DRG-WRITTEN-TIME.
041040     MOVE WS-OUT-GRAND-CT    TO DL100-DRG-REC-COUNT.
041050     MOVE WS-OUT-GRAND-AMT   TO DL100-DRG-AMOUNT-TOTAL.
041060     MOVE ZEROES             TO DL100-DRG-ACK-DATE.
041070     MOVE ZEROES             TO DL100-DRG-ACK-TIME.
041080     MOVE ZEROES             TO DL100-DRG-ACK-COUNT.
041090     MOVE ZEROES             TO DL100-DRG-ACK-AMOUNT.
041100     WRITE DL100-DELIVERY-RECORD.
041110     CLOSE DELIVERY-REG-FILE.
041120 7600-EXIT.
041130     EXIT.
041140
041150*----------------------------------------------------------*
041160*  7800-BALANCE-TRAILER - TRAILERS NOW BALANCE AS THEY      *
041170*                         ARRIVE (2700); AT END OF RUN ONLY *
041180*                         AN UNBALANCED FINAL SEGMENT IS    *
041190*                         LEFT TO REPORT                    *
041200*----------------------------------------------------------*
041210 7800-BALANCE-TRAILER.
041220     IF WS-HDR-SEEN AND NOT WS-TRL-SEEN
041230         DISPLAY "DL100 - ERROR, REGION "
041240             WS-RGN-CODE (WS-CUR-RGN) " HEADER BUT NO "
041250             "TRAILER, SEGMENT NOT BALANCED"
041260         MOVE 12 TO RETURN-CODE
041270     END-IF.
041280*    A HELD EXTRACT OUTRANKS THE TRAILER AND REGION CODES
041290*    SET SINCE, SO THE SCHEDULER STILL SEES WHY IT STOPPED
041300     IF WS-HELD-SEG-CT > 0
041310         AND RETURN-CODE < 24
041320         MOVE 24 TO RETURN-CODE
041330     END-IF.
041340 7800-EXIT.
041350     EXIT.
041360
041370*----------------------------------------------------------*
041380*  7850-CHECK-EXPECTED-RGNS - A REGION FLAGGED EXPECTED-   *
041390*                             TONIGHT ON REGNREF THAT SENT *
041400*                             NO SEGMENT ENDS THE JOB      *
041410*                             NON-ZERO                     *
041420*----------------------------------------------------------*
041430 7850-CHECK-EXPECTED-RGNS.
041440     IF WS-RGF-COUNT = 0
041450         GO TO 7850-EXIT
041460     END-IF.
041470*    A SPLIT INSTANCE ONLY EVER SEES ITS OWN REGION, SO THE
041480*    COVERAGE CHECK BELONGS TO THE DL200 CONSOLIDATION
041490     IF WS-SPLIT-INSTANCE
041500         GO TO 7850-EXIT
041510     END-IF.
041520     MOVE ZEROES TO WS-RGF-SUB.
041530     PERFORM 7860-CHECK-ONE-EXPECTED THRU 7860-EXIT
041540         UNTIL WS-RGF-SUB >= WS-RGF-COUNT.
041550 7850-EXIT.
041560     EXIT.
041570
041580*----------------------------------------------------------*
041590*  7860-CHECK-ONE-EXPECTED - LOOK FOR ONE EXPECTED REGION  *
041600*                            AMONG THE SEGMENTS THAT       *
041610*                            ACTUALLY ARRIVED              *
041620*----------------------------------------------------------*
041630 7860-CHECK-ONE-EXPECTED.
041640     ADD 1 TO WS-RGF-SUB.
041650     SET RGF-IX TO WS-RGF-SUB.
041660     IF NOT WS-RGF-EXPECTED (RGF-IX)
041670         GO TO 7860-EXIT
041680     END-IF.
041690     MOVE 'N' TO WS-RGN-VALID-SW.
041700     MOVE ZEROES TO WS-RGN-SUB.
041710     PERFORM 7870-SCAN-CLAIMED-RGN THRU 7870-EXIT
041720         UNTIL WS-RGN-SUB >= WS-RGN-COUNT
041730         OR WS-RGN-VALID.
041740     IF NOT WS-RGN-VALID
041750         DISPLAY "DL100 - ERROR, EXPECTED REGION "
041760             WS-RGF-CODE (RGF-IX) " ("
041770             WS-RGF-DESC (RGF-IX) ") SENT NO SEGMENT"
041780         ADD 1 TO WS-MISSING-RGN-CT
041790         IF RETURN-CODE < 8
041800             MOVE 8 TO RETURN-CODE
041810         END-IF
041820     END-IF.
041830 7860-EXIT.
041840     EXIT.
041850
041860*----------------------------------------------------------*
041870*  7870-SCAN-CLAIMED-RGN - MATCH ONE CLAIMED TOTALS SLOT   *
041880*                          AGAINST THE EXPECTED REGION     *
041890*----------------------------------------------------------*
041900 7870-SCAN-CLAIMED-RGN.
041910     ADD 1 TO WS-RGN-SUB.
041920     IF WS-RGN-CODE (WS-RGN-SUB) = WS-RGF-CODE (RGF-IX)
041930         MOVE 'Y' TO WS-RGN-VALID-SW
041940     END-IF.
041950 7870-EXIT.
041960     EXIT.
041970
041980*----------------------------------------------------------*
041990*  7900-WRITE-ID-MASTER - WRITE THE NEXT GENERATION OF THE *
042000*                         CROSS-RUN ID MASTER TO IDNEW AT  *
042010*                         A NORMAL END OF RUN.  THE INPUT  *
042020*                         IDMASTER IS NEVER OVERWRITTEN IN *
042030*                         PLACE, SO AN ABEND MID-WRITE     *
042040*                         CANNOT DESTROY THE NIGHT-TO-     *
042050*                         NIGHT HISTORY; THE SCHEDULER     *
042060*                         SWAPS IDNEW IN, AS WITH STATNEW  *
042070*----------------------------------------------------------*
042080 7900-WRITE-ID-MASTER.
042090     OPEN OUTPUT ID-NEW-FILE.
042100     IF NOT WS-IDN-OK
042110         DISPLAY "DL100 - UNABLE TO OPEN IDNEW, "
042120             "STATUS = " WS-IDN-STATUS
042130         MOVE 16 TO RETURN-CODE
042140         GO TO 7900-EXIT
042150     END-IF.
042160     MOVE ZEROES TO WS-IDM-SUB.
042170     PERFORM 7950-WRITE-ID-REC THRU 7950-EXIT
042180         UNTIL WS-IDM-SUB >= 1000000.
042190     CLOSE ID-NEW-FILE.
042200 7900-EXIT.
042210     EXIT.
042220
042230*----------------------------------------------------------*
042240*  7950-WRITE-ID-REC - WRITE ONE LIVE ID SLOT              *
042250*----------------------------------------------------------*
042260 7950-WRITE-ID-REC.
042270     ADD 1 TO WS-IDM-SUB.
042280     IF WS-IDM-SLOT-DATE (WS-IDM-SUB) NOT = ZEROES
042290         COMPUTE WS-IDN-ID = WS-IDM-SUB - 1
042300         MOVE WS-IDM-SLOT-DATE (WS-IDM-SUB) TO WS-IDN-DATE
042310         WRITE ID-NEW-RECORD FROM WS-IDN-RECORD
042320     END-IF.
042330 7950-EXIT.
042340     EXIT.
042350
042360
042370*----------------------------------------------------------*
042380*  8000-PRINT-SUMMARY - END-OF-RUN RECONCILIATION TOTALS    *
042390*----------------------------------------------------------*
042400 8000-PRINT-SUMMARY.
042410     IF WS-MODE-VALIDATE
042420         DISPLAY "DL100 - VALIDATE-ONLY FORECAST - THE "
042430             "COUNTS BELOW ARE WHAT THE LIVE RUN WOULD DO"
042440     END-IF.
042450     DISPLAY "DL100 - RUN SUMMARY".
042460     DISPLAY "  RECORDS READ      = " WS-RECORD-CT.
042470     DISPLAY "  RECORDS MOVED     = " WS-MOVED-CT.
042480     DISPLAY "  RECORDS TRUNCATED = " WS-TRUNCATED-CT.
042490     DISPLAY "  RECORDS REJECTED  = " WS-REJECTED-CT.
042500     DISPLAY "  RECORDS INVALID   = " WS-INVALID-CT.
042510     DISPLAY "  RECORDS DUPLICATE = " WS-DUP-CT.
042520     DISPLAY "  RECORDS BAD STATUS= " WS-BAD-STATUS-CT.
042530     DISPLAY "  RECORDS NO FX RATE= " WS-FX-REJECT-CT.
042540     DISPLAY "  RECORDS XFORM FAIL= " WS-XFORM-FAIL-CT.
042550     DISPLAY "  RECORDS SUSPENDED = " WS-SUSPENDED-CT.
042560     IF WS-EXR-COUNT > 0
042570         DISPLAY "  EXPOSURE HOLDS    = " WS-EXPOSURE-CT
042580     END-IF.
042590     IF WS-HELD-SEG-CT > 0
042600         DISPLAY "  SEGMENTS HELD     = " WS-HELD-SEG-CT
042610         DISPLAY "  DETAILS HELD      = " WS-GEN-HELD-CT
042620         DISPLAY "  AMOUNT HELD       = " WS-GEN-HELD-AMT
042630     END-IF.
042640     IF WS-BAD-REGION-CT > 0
042650         DISPLAY "  UNKNOWN REGION HDR= " WS-BAD-REGION-CT
042660     END-IF.
042670     IF WS-MISSING-RGN-CT > 0
042680         DISPLAY "  EXPECTED RGN ABSENT= " WS-MISSING-RGN-CT
042690     END-IF.
042700     DISPLAY "  DETAIL RECORDS    = " WS-DETAIL-CT.
042710     DISPLAY "  AMOUNT TOTAL      = " WS-AMOUNT-TOTAL.
042720     MOVE ZEROES TO WS-RGN-SUB.
042730     PERFORM 8100-PRINT-REGION-LINE THRU 8100-EXIT
042740         UNTIL WS-RGN-SUB >= WS-RGN-COUNT.
042750     IF WS-MODE-APPLY
042760         DISPLAY "  APPLIED ADDS      = " WS-APPLIED-ADD-CT
042770         DISPLAY "  APPLIED UPDATES   = " WS-APPLIED-UPD-CT
042780         DISPLAY "  APPLIED DELETES   = " WS-APPLIED-DEL-CT
042790         DISPLAY "  APPLIED REVERSALS = " WS-APPLIED-REV-CT
042800         DISPLAY "  REVERSALS REJECTED= " WS-REV-REJECT-CT
042810         DISPLAY "  APPLY FAILURES    = " WS-APPLY-FAIL-CT
042820         DISPLAY "  JOURNAL RECORDS   = " WS-JOURNAL-CT
042830     END-IF.
042840     IF WS-QUIESCED
042850         DISPLAY "  RUN QUIESCED AT CUTOFF " WS-CUTOFF-TIME
042860             " AFTER " WS-RECORD-CT " RECORDS, CHECKPOINT "
042870             "KEPT FOR TOMORROW'S RESTART"
042880     END-IF.
042890 8000-EXIT.
042900     EXIT.
042910
042920*----------------------------------------------------------*
042930*  8100-PRINT-REGION-LINE - PER-REGION RECONCILIATION LINE *
042940*----------------------------------------------------------*
042950 8100-PRINT-REGION-LINE.
042960     ADD 1 TO WS-RGN-SUB.
042970     PERFORM 8150-FIND-REGION-DESC THRU 8150-EXIT.
042980     DISPLAY "  REGION " WS-RGN-CODE (WS-RGN-SUB)
042990         " " WS-RGN-DESC-TEXT
043000         " READ=" WS-RGN-READ-CT (WS-RGN-SUB)
043010         " MOVED=" WS-RGN-MOVED-CT (WS-RGN-SUB)
043020         " TRUNC=" WS-RGN-TRUNCATED-CT (WS-RGN-SUB)
043030         " REJ=" WS-RGN-REJECTED-CT (WS-RGN-SUB)
043040         " INV=" WS-RGN-INVALID-CT (WS-RGN-SUB).
043050 8100-EXIT.
043060     EXIT.
043070
043080*----------------------------------------------------------*
043090*  8150-FIND-REGION-DESC - FETCH THE REGNREF DESCRIPTION   *
043100*                          FOR THE SUMMARY LINE'S REGION   *
043110*----------------------------------------------------------*
043120 8150-FIND-REGION-DESC.
043130     MOVE SPACES TO WS-RGN-DESC-TEXT.
043140     IF WS-RGF-COUNT = 0
043150         GO TO 8150-EXIT
043160     END-IF.
043170     IF WS-RGN-CODE (WS-RGN-SUB) = '???'
043180         MOVE 'NO REGION HEADER' TO WS-RGN-DESC-TEXT
043190         GO TO 8150-EXIT
043200     END-IF.
043210     SET RGF-IX TO 1.
043220     SEARCH WS-RGF-ENTRY
043230         AT END
043240             MOVE 'NOT ON REGNREF' TO WS-RGN-DESC-TEXT
043250         WHEN RGF-IX > WS-RGF-COUNT
043260             MOVE 'NOT ON REGNREF' TO WS-RGN-DESC-TEXT
043270         WHEN WS-RGF-CODE (RGF-IX)
043280                 = WS-RGN-CODE (WS-RGN-SUB)
043290             MOVE WS-RGF-DESC (RGF-IX)
043300                 TO WS-RGN-DESC-TEXT
043310     END-SEARCH.
043320 8150-EXIT.
043330     EXIT.
043340
043350*----------------------------------------------------------*
043360*  8500-WRITE-RUN-HISTORY - APPEND THIS RUN'S TOTALS TO    *
043370*                           THE CUMULATIVE RUNHIST DATASET *
043380*----------------------------------------------------------*
043390 8500-WRITE-RUN-HISTORY.
043400*    A FORECAST RUN WOULD POLLUTE THE TREND REPORT AND THE
043410*    COMPLETION ESTIMATE, SO IT LEAVES NO HISTORY
043420     IF WS-MODE-VALIDATE
043430         GO TO 8500-EXIT
043440     END-IF.
043450     ACCEPT WS-END-TIME FROM TIME.
043460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
043470     COMPUTE WS-START-SEC =
043480         WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS.
043490     COMPUTE WS-END-SEC =
043500         WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS.
043510     COMPUTE WS-ELAPSED-SEC = WS-END-SEC - WS-START-SEC.
043520     IF WS-ELAPSED-SEC < 0
043530         ADD 86400 TO WS-ELAPSED-SEC
043540     END-IF.
043550     OPEN EXTEND RUN-HISTORY-FILE.
043560     IF NOT WS-HST-OK
043570         DISPLAY "DL100 - WARNING, UNABLE TO OPEN RUNHIST, "
043580             "STATUS = " WS-HST-STATUS
043590             ", HISTORY NOT WRITTEN"
043600         GO TO 8500-EXIT
043610     END-IF.
043620     MOVE SPACES                 TO DL100-HIST-RECORD.
043630     MOVE WS-CURRENT-DATE        TO DL100-HST-RUN-DATE.
043640     MOVE WS-END-TIME            TO DL100-HST-RUN-TIME.
043650     IF WS-RESTART-CT > 0
043660         MOVE 'Y' TO DL100-HST-RESTART-IND
043670     ELSE
043680         MOVE 'N' TO DL100-HST-RESTART-IND
043690     END-IF.
043700     MOVE WS-EFFECTIVE-DEST-LEN  TO DL100-HST-DEST-LEN.
043710     MOVE WS-RECORD-CT           TO DL100-HST-RECORD-CT.
043720     MOVE WS-MOVED-CT            TO DL100-HST-MOVED-CT.
043730     MOVE WS-TRUNCATED-CT        TO DL100-HST-TRUNCATED-CT.
043740     MOVE WS-REJECTED-CT         TO DL100-HST-REJECTED-CT.
043750     MOVE WS-INVALID-CT          TO DL100-HST-INVALID-CT.
043760     MOVE WS-ELAPSED-SEC         TO DL100-HST-ELAPSED-SEC.
043770     MOVE WS-GEN-HELD-CT         TO DL100-HST-HELD-CT.
043780     MOVE WS-GEN-HELD-AMT        TO DL100-HST-HELD-AMT.
043790     MOVE WS-RUN-MODE            TO DL100-HST-RUN-MODE.
043800     EVALUATE TRUE
043810         WHEN WS-ABORTED
043820             SET DL100-HST-BREAKER TO TRUE
043830         WHEN WS-QUIESCED
043840             SET DL100-HST-QUIESCED TO TRUE
043850         WHEN OTHER
043860             SET DL100-HST-COMPLETED TO TRUE
043870     END-EVALUATE.
043880     WRITE DL100-HIST-RECORD.
043890     CLOSE RUN-HISTORY-FILE.
043900 8500-EXIT.
043910     EXIT.
043920
043930*----------------------------------------------------------*
043940*  9000-TERMINATE - CLOSE FILES                            *
043950*----------------------------------------------------------*
043960 9000-TERMINATE.
043970     CLOSE INFILE.
043980     IF WS-MODE-APPLY
043990         CLOSE TRANS-MASTER-FILE
044000         CLOSE TRANS-JOURNAL-FILE
044010     ELSE
044020*        AN ABORTED OR QUIESCED RUN LEAVES OUTFILE OPEN-ENDED
044030*        ON PURPOSE - THE RESTART EXTENDS IT AND THE TRAILERS
044040*        GO OUT WHEN THE FILE IS ACTUALLY COMPLETE
044050         IF NOT WS-MODE-VALIDATE
044060             IF NOT WS-ABORTED AND NOT WS-QUIESCED
044070                 PERFORM 3400-CLOSE-OUT-SEGMENT THRU 3400-EXIT
044080                 PERFORM 3450-WRITE-GRAND-TRAILER
044090                     THRU 3450-EXIT
044100*                A SPLIT INSTANCE'S OUTFILE ONLY FEEDS DL200,
044110*                WHICH REGISTERS THE COMBINED FILE IT DELIVERS
044120                 IF NOT WS-SPLIT-INSTANCE
044130                     PERFORM 7600-REGISTER-DELIVERY THRU 7600-EXIT
044140                 END-IF
044150             END-IF
044160             CLOSE OUT-FILE
044170         END-IF
044180     END-IF.
044190     IF NOT WS-MODE-VALIDATE
044200         CLOSE AUDIT-LOG
044210         CLOSE SPILLOVER-FILE
044220         CLOSE REJECT-CAPTURE-FILE
044230         CLOSE SUSPENSE-FILE
044240     END-IF.
044250*    AN ABORTED, QUIESCED OR VALIDATE-ONLY RUN KEEPS THE
044260*    CHECKPOINT AS IT STANDS AND COMMITS NO IDS, SO THE REAL
044270*    RUN STILL PROCESSES EVERYTHING CLEANLY
044280     IF NOT WS-ABORTED AND NOT WS-QUIESCED
044290         AND NOT WS-MODE-VALIDATE
044300         IF NOT WS-MODE-APPLY
044310             PERFORM 7900-WRITE-ID-MASTER THRU 7900-EXIT
044320         END-IF
044330         PERFORM 7300-FLUSH-EXTRACT-CTL THRU 7300-EXIT
044340         PERFORM 7500-CLEAR-CHECKPOINT THRU 7500-EXIT
044350     END-IF.
044360 9000-EXIT.
044370     EXIT.
044380
044390 9999-EXIT.
044400     STOP RUN.
