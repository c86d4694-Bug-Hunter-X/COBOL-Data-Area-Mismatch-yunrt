000290*                   THE PER-INSTANCE INPUTS ARRIVE AS JCL  *
000300*                   CONCATENATIONS ON OUTALL, AUDALL,      *
000310*                   IDALL AND HSTALL.                      *
000320*  10/15/26   RLH   EXTRACT GENERATION CONTROL FOR SPLIT   *
000330*                   RUNS.  EACH INSTANCE CHECKS ITS REGION *
000340*                   HEADERS AGAINST EXTCTL AND LEAVES THE  *
000350*                   ONES IT TOOK ON ITS OWN EXTACC; THIS   *
000360*                   STEP READS THEM BACK (CONCATENATED ON  *
000370*                   EXTALL), REPEATS THE REPEAT / MISSING- *
000380*                   BUSINESS-DAY CHECK ACROSS INSTANCES -  *
000390*                   THE SAME EXTRACT TAKEN BY TWO OF THEM  *
000400*                   ENDS THE STEP WITH RETURN-CODE 24 -    *
000410*                   AND COMMITS THE GOOD ONES TO EXTCTL.   *
000420*  10/15/26   RLH   SUMS THE INSTANCE HELD-SEGMENT COUNT   *
000430*                   AND AMOUNT ONTO THE COMBINED RUNHIST   *
000440*                   FOR THE DL220 NIGHTLY BALANCING.       *
000450*  10/15/26   RLH   THE COMBINED GRAND TRAILER ALSO SUMS   *
000460*                   THE INSTANCES' AS-RECEIVED AMOUNT      *
000470*                   HASH.                                  *
000480*  10/15/26   RLH   EXTCTL IS NOW KEYED ON RUN MODE AS     *
000490*                   WELL.  THE COMBINED OUTFILE IS         *
000500*                   REGISTERED IN DELIVREG FOR THE DL240   *
000510*                   ACKNOWLEDGEMENT MATCH, AND THE         *
000520*                   COMBINED RUNHIST RECORD CARRIES THE    *
000530*                   TRANSFER MODE AND THE WORST INSTANCE   *
000540*                   OUTCOME (BREAKER, THEN QUIESCE).       *
000550*----------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OUT-MERGE ASSIGN TO "OUTALL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-OMG-STATUS.
000650     SELECT AUDIT-MERGE ASSIGN TO "AUDALL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-AMG-STATUS.
000680     SELECT ID-MERGE ASSIGN TO "IDALL"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-IMG-STATUS.
000710     SELECT HIST-MERGE ASSIGN TO "HSTALL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-HMG-STATUS.
000740     SELECT EXTRACT-ACC-MERGE ASSIGN TO "EXTALL"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-XMG-STATUS.
000770     SELECT REGION-REF-FILE ASSIGN TO "REGNREF"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-RGF-STATUS.
000800     SELECT OUT-FILE ASSIGN TO "OUTFILE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-OUT-STATUS.
000830     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-AUD-STATUS.
000860     SELECT ID-NEW-FILE ASSIGN TO "IDNEW"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-IDN-STATUS.
000890     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-HST-STATUS.
000920     SELECT OPTIONAL EXTRACT-CTL-FILE ASSIGN TO "EXTCTL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-EXC-STATUS.
000950     SELECT OPTIONAL DELIVERY-REG-FILE ASSIGN TO "DELIVREG"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-DRG-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  OUT-MERGE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  OUT-MERGE-RECORD              PIC X(100).
001040 FD  AUDIT-MERGE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  AUDIT-MERGE-RECORD            PIC X(43).
001080 FD  ID-MERGE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  ID-MERGE-RECORD.
001120     05  IMG-ID                    PIC 9(06).
001130     05  IMG-DATE                  PIC 9(08).
001140 FD  HIST-MERGE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY DL100HST.
001180 FD  EXTRACT-ACC-MERGE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  EXTRACT-ACC-MERGE-RECORD      PIC X(80).
001220 FD  REGION-REF-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY DL100RGN.
001260 FD  OUT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  OUTFILE-RECORD                PIC X(100).
001300 FD  AUDIT-LOG
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY DL100AUD.
001340 FD  ID-NEW-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  ID-NEW-RECORD                 PIC X(14).
001380 FD  RUN-HISTORY-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410 01  RUN-HISTORY-RECORD            PIC X(80).
001420 FD  EXTRACT-CTL-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450 01  EXTCTL-RECORD                 PIC X(80).
001460 FD  DELIVERY-REG-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490     COPY DL100DRG.
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------*
001520*  RUN CONTROL SWITCHES                                    *
001530*----------------------------------------------------------*
001540 01  WS-SWITCHES.
001550     05  WS-OMG-EOF-SW             PIC X(01)  VALUE 'N'.
001560         88  WS-OMG-EOF                       VALUE 'Y'.
001570     05  WS-AMG-EOF-SW             PIC X(01)  VALUE 'N'.
001580         88  WS-AMG-EOF                       VALUE 'Y'.
001590     05  WS-IMG-EOF-SW             PIC X(01)  VALUE 'N'.
001600         88  WS-IMG-EOF                       VALUE 'Y'.
001610     05  WS-HMG-EOF-SW             PIC X(01)  VALUE 'N'.
001620         88  WS-HMG-EOF                       VALUE 'Y'.
001630     05  WS-RGF-EOF-SW             PIC X(01)  VALUE 'N'.
001640         88  WS-RGF-EOF                       VALUE 'Y'.
001650     05  WS-RGN-SEEN-SW            PIC X(01)  VALUE 'N'.
001660         88  WS-RGN-SEEN                      VALUE 'Y'.
001670     05  WS-XMG-EOF-SW             PIC X(01)  VALUE 'N'.
001680         88  WS-XMG-EOF                       VALUE 'Y'.
001690     05  WS-EXC-EOF-SW             PIC X(01)  VALUE 'N'.
001700         88  WS-EXC-EOF                       VALUE 'Y'.
001710     05  WS-EXC-FULL-SW            PIC X(01)  VALUE 'N'.
001720         88  WS-EXC-FULL                      VALUE 'Y'.
001730 01  WS-OMG-STATUS                 PIC X(02)  VALUE SPACES.
001740     88  WS-OMG-OK                            VALUE '00'.
001750 01  WS-AMG-STATUS                 PIC X(02)  VALUE SPACES.
001760     88  WS-AMG-OK                            VALUE '00'.
001770 01  WS-IMG-STATUS                 PIC X(02)  VALUE SPACES.
001780     88  WS-IMG-OK                            VALUE '00'.
001790 01  WS-HMG-STATUS                 PIC X(02)  VALUE SPACES.
001800     88  WS-HMG-OK                            VALUE '00'.
001810 01  WS-XMG-STATUS                 PIC X(02)  VALUE SPACES.
001820     88  WS-XMG-OK                            VALUE '00'.
001830 01  WS-RGF-STATUS                 PIC X(02)  VALUE SPACES.
001840     88  WS-RGF-OK                            VALUE '00'.
001850 01  WS-OUT-STATUS                 PIC X(02)  VALUE SPACES.
001860     88  WS-OUT-OK                            VALUE '00'.
001870 01  WS-AUD-STATUS                 PIC X(02)  VALUE SPACES.
001880     88  WS-AUD-OK                            VALUE '00'.
001890 01  WS-IDN-STATUS                 PIC X(02)  VALUE SPACES.
001900     88  WS-IDN-OK                            VALUE '00'.
001910 01  WS-HST-STATUS                 PIC X(02)  VALUE SPACES.
001920     88  WS-HST-OK                            VALUE '00' '05'.
001930 01  WS-EXC-STATUS                 PIC X(02)  VALUE SPACES.
001940     88  WS-EXC-OK                            VALUE '00' '05'.
001950 01  WS-DRG-STATUS                 PIC X(02)  VALUE SPACES.
001960     88  WS-DRG-OK                            VALUE '00' '05'.
001970 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001980 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001990*    THE NIGHT'S RUN DATE COMES FROM THE EARLIEST OUTBOUND
002000*    HEADER THE INSTANCES WROTE, NOT FROM THE WALL CLOCK -
002010*    THE CONSOLIDATION RUNS AFTER MIDNIGHT ON EXACTLY THE
002020*    HEAVY NIGHTS THE SPLIT RUN EXISTS FOR
002030 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZEROES.
002040 01  WS-OUT-PASSED-CT              PIC 9(08)  VALUE ZEROES COMP.
002050 01  WS-GT-SEEN-CT                 PIC 9(04)  VALUE ZEROES COMP.
002060 01  WS-AUD-PASSED-CT              PIC 9(08)  VALUE ZEROES COMP.
002070 01  WS-ID-READ-CT                 PIC 9(08)  VALUE ZEROES COMP.
002080 01  WS-ID-KEPT-CT                 PIC 9(08)  VALUE ZEROES COMP.
002090 01  WS-XRGN-DUP-CT                PIC 9(08)  VALUE ZEROES COMP.
002100 01  WS-HIST-SEEN-CT               PIC 9(04)  VALUE ZEROES COMP.
002110 01  WS-MISSING-RGN-CT             PIC 9(04)  VALUE ZEROES COMP.
002120 01  WS-GRAND-CT                   PIC 9(08)  VALUE ZEROES COMP.
002130 01  WS-GRAND-AMT                  PIC S9(13)V99 VALUE ZEROES
002140                                   COMP-3.
002150 01  WS-GRAND-RCV-AMT              PIC S9(13)V99 VALUE ZEROES
002160                                   COMP-3.
002170 01  WS-RGF-SUB                    PIC 9(02)  VALUE ZEROES COMP.
002180 01  WS-RGN-SUB                    PIC 9(02)  VALUE ZEROES COMP.
002190*----------------------------------------------------------*
002200*  COMBINED RUN TOTALS SUMMED FROM THE INSTANCE HISTORY    *
002210*  RECORDS                                                 *
002220*----------------------------------------------------------*
002230 01  WS-SUM-RECORD-CT              PIC 9(08)  VALUE ZEROES COMP.
002240 01  WS-SUM-MOVED-CT               PIC 9(08)  VALUE ZEROES COMP.
002250 01  WS-SUM-TRUNC-CT               PIC 9(08)  VALUE ZEROES COMP.
002260 01  WS-SUM-REJ-CT                 PIC 9(08)  VALUE ZEROES COMP.
002270 01  WS-SUM-INV-CT                 PIC 9(08)  VALUE ZEROES COMP.
002280 01  WS-MAX-ELAPSED-SEC            PIC 9(06)  VALUE ZEROES COMP.
002290 01  WS-SUM-HELD-CT                PIC 9(08)  VALUE ZEROES COMP.
002300 01  WS-SUM-HELD-AMT               PIC S9(13)V99 VALUE ZEROES
002310                                   COMP-3.
002320 01  WS-SUM-DEST-LEN               PIC 9(04)  VALUE ZEROES.
002330 01  WS-SUM-RESTART-IND            PIC X(01)  VALUE 'N'.
002340*    A BREAKER IN ANY INSTANCE OUTRANKS A CUTOFF QUIESCE,
002350*    WHICH OUTRANKS A CLEAN FINISH
002360 01  WS-SUM-OUTCOME                PIC X(01)  VALUE 'C'.
002370     88  WS-SUM-BREAKER                       VALUE 'B'.
002380*----------------------------------------------------------*
002390*  REGIONS SEEN ACROSS ALL INSTANCE OUTFILES, FOR THE      *
002400*  EXPECTED-REGION COVERAGE CHECK THE INSTANCES SKIP       *
002410*----------------------------------------------------------*
002420 01  WS-SEEN-TABLE.
002430     05  WS-SEEN-COUNT             PIC 9(02)  VALUE ZEROES COMP.
002440     05  WS-SEEN-RGN-CODE          PIC X(03)
002450                                   OCCURS 10 TIMES.
002460 01  WS-RGN-REF-TABLE.
002470     05  WS-RGF-COUNT              PIC 9(02)  VALUE ZEROES COMP.
002480     05  WS-RGF-ENTRY OCCURS 10 TIMES
002490             INDEXED BY RGF-IX.
002500         10  WS-RGF-CODE           PIC X(03).
002510         10  WS-RGF-DESC           PIC X(30).
002520         10  WS-RGF-EXPECTED-SW    PIC X(01).
002530             88  WS-RGF-EXPECTED           VALUE 'Y'.
002540*----------------------------------------------------------*
002550*  CROSS-INSTANCE ID MERGE TABLE.  AS IN DL100, THE 9(06)  *
002560*  KEY SPACE IS COVERED DIRECTLY: SLOT (ID + 1) HOLDS THE  *
002570*  EARLIEST FIRST-SEEN DATE ACROSS ALL INSTANCES           *
002580*----------------------------------------------------------*
002590 01  WS-IDM-SUB                    PIC 9(07)  VALUE ZEROES COMP.
002600 01  WS-ID-MERGE-TABLE.
002610     05  WS-IDM-SLOT-DATE          PIC 9(08)  VALUE ZEROES
002620                                   OCCURS 1000000 TIMES.
002630*----------------------------------------------------------*
002640*  EXTRACT GENERATION CONTROL, LOADED FROM EXTCTL AND      *
002650*  MOVED ON BY EACH INSTANCE ACCEPTANCE IN TURN            *
002660*----------------------------------------------------------*
002670 01  WS-EXC-TABLE.
002680     05  WS-EXC-COUNT              PIC 9(03)  VALUE ZEROES COMP.
002690     05  WS-EXC-ENTRY OCCURS 100 TIMES
002700             INDEXED BY EXC-IX.
002710         10  WS-EXC-REGION-CD      PIC X(03).
002720         10  WS-EXC-SOURCE-SYS     PIC X(08).
002730         10  WS-EXC-RUN-MODE       PIC X(01).
002740         10  WS-EXC-LAST-DATE      PIC 9(08).
002750 01  WS-EXC-SUB                    PIC 9(03)  VALUE ZEROES COMP.
002760 01  WS-EXC-READ-CT                PIC 9(06)  VALUE ZEROES COMP.
002770 01  WS-EXC-TAKEN-CT               PIC 9(06)  VALUE ZEROES COMP.
002780 01  WS-EXC-CONFLICT-CT            PIC 9(06)  VALUE ZEROES COMP.
002790 01  WS-GEN-NEXT-DATE              PIC 9(08)  VALUE ZEROES.
002800 01  WS-GEN-DAY-INT                PIC 9(08)  VALUE ZEROES COMP.
002810 01  WS-GEN-WEEK-QUOT              PIC 9(08)  VALUE ZEROES COMP.
002820 01  WS-GEN-DOW                    PIC 9(01)  VALUE ZEROES.
002830     COPY DL100EXC.
002840 01  WS-IDN-RECORD.
002850     05  WS-IDN-ID                 PIC 9(06).
002860     05  WS-IDN-DATE               PIC 9(08).
002870     COPY DL100HDT.
002880 PROCEDURE DIVISION.
002890*----------------------------------------------------------*
002900*  0000-MAINLINE                                           *
002910*----------------------------------------------------------*
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     PERFORM 2000-MERGE-OUT-REC THRU 2000-EXIT
002950         UNTIL WS-OMG-EOF.
002960     PERFORM 2900-WRITE-GRAND-TRAILER THRU 2900-EXIT.
002970     PERFORM 2950-REGISTER-DELIVERY THRU 2950-EXIT.
002980     PERFORM 3000-MERGE-AUDIT-REC THRU 3000-EXIT
002990         UNTIL WS-AMG-EOF.
003000     PERFORM 4000-MERGE-ID-REC THRU 4000-EXIT
003010         UNTIL WS-IMG-EOF.
003020     PERFORM 4900-WRITE-ID-NEW THRU 4900-EXIT.
003030     PERFORM 5000-SUM-HISTORY-REC THRU 5000-EXIT
003040         UNTIL WS-HMG-EOF.
003050     PERFORM 6000-CHECK-EXPECTED-RGNS THRU 6000-EXIT.
003060     PERFORM 6500-CHECK-GENERATIONS THRU 6500-EXIT.
003070     PERFORM 7000-WRITE-RUN-HISTORY THRU 7000-EXIT.
003080     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003100     GO TO 9999-EXIT.
003110
003120*----------------------------------------------------------*
003130*  1000-INITIALIZE - OPEN THE CONCATENATED INSTANCE INPUTS *
003140*                    AND THE COMBINED OUTPUTS              *
003150*----------------------------------------------------------*
003160 1000-INITIALIZE.
003170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003180     ACCEPT WS-CURRENT-TIME FROM TIME.
003190     OPEN INPUT OUT-MERGE.
003200     IF NOT WS-OMG-OK
003210         DISPLAY "DL200 - UNABLE TO OPEN OUTALL, STATUS = "
003220             WS-OMG-STATUS
003230         MOVE 16 TO RETURN-CODE
003240         GO TO 9999-EXIT
003250     END-IF.
003260     OPEN INPUT AUDIT-MERGE.
003270     IF NOT WS-AMG-OK
003280         DISPLAY "DL200 - UNABLE TO OPEN AUDALL, STATUS = "
003290             WS-AMG-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         GO TO 9999-EXIT
003320     END-IF.
003330     OPEN INPUT ID-MERGE.
003340     IF NOT WS-IMG-OK
003350         DISPLAY "DL200 - UNABLE TO OPEN IDALL, STATUS = "
003360             WS-IMG-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         GO TO 9999-EXIT
003390     END-IF.
003400     OPEN INPUT HIST-MERGE.
003410     IF NOT WS-HMG-OK
003420         DISPLAY "DL200 - UNABLE TO OPEN HSTALL, STATUS = "
003430             WS-HMG-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         GO TO 9999-EXIT
003460     END-IF.
003470     OPEN INPUT EXTRACT-ACC-MERGE.
003480     IF NOT WS-XMG-OK
003490         DISPLAY "DL200 - UNABLE TO OPEN EXTALL, STATUS = "
003500             WS-XMG-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 9999-EXIT
003530     END-IF.
003540     OPEN OUTPUT OUT-FILE.
003550     IF NOT WS-OUT-OK
003560         DISPLAY "DL200 - UNABLE TO OPEN OUTFILE, STATUS = "
003570             WS-OUT-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         GO TO 9999-EXIT
003600     END-IF.
003610     OPEN OUTPUT AUDIT-LOG.
003620     IF NOT WS-AUD-OK
003630         DISPLAY "DL200 - UNABLE TO OPEN AUDITLOG, STATUS = "
003640             WS-AUD-STATUS
003650         MOVE 16 TO RETURN-CODE
003660         GO TO 9999-EXIT
003670     END-IF.
003680     OPEN OUTPUT ID-NEW-FILE.
003690     IF NOT WS-IDN-OK
003700         DISPLAY "DL200 - UNABLE TO OPEN IDNEW, STATUS = "
003710             WS-IDN-STATUS
003720         MOVE 16 TO RETURN-CODE
003730         GO TO 9999-EXIT
003740     END-IF.
003750     OPEN INPUT REGION-REF-FILE.
003760     IF WS-RGF-OK
003770         PERFORM 1100-LOAD-RGN-REC THRU 1100-EXIT
003780             UNTIL WS-RGF-EOF
003790         CLOSE REGION-REF-FILE
003800     ELSE
003810         DISPLAY "DL200 - REGNREF NOT PRESENT, STATUS = "
003820             WS-RGF-STATUS ", COVERAGE CHECK IS OFF"
003830     END-IF.
003840 1000-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------*
003880*  1100-LOAD-RGN-REC - KEEP ONE REGION REFERENCE ENTRY     *
003890*----------------------------------------------------------*
003900 1100-LOAD-RGN-REC.
003910     READ REGION-REF-FILE
003920         AT END
003930             SET WS-RGF-EOF TO TRUE
003940             GO TO 1100-EXIT
003950     END-READ.
003960     IF DL100-RGN-CODE = SPACES
003970         GO TO 1100-EXIT
003980     END-IF.
003990     IF WS-RGF-COUNT >= 10
004000         DISPLAY "DL200 - WARNING, MORE THAN 10 REGNREF "
004010             "REGIONS, EXTRAS IGNORED"
004020         SET WS-RGF-EOF TO TRUE
004030         GO TO 1100-EXIT
004040     END-IF.
004050     ADD 1 TO WS-RGF-COUNT.
004060     SET RGF-IX TO WS-RGF-COUNT.
004070     MOVE DL100-RGN-CODE TO WS-RGF-CODE (RGF-IX).
004080     MOVE DL100-RGN-DESC TO WS-RGF-DESC (RGF-IX).
004090     MOVE DL100-RGN-EXPECTED-FLAG
004100         TO WS-RGF-EXPECTED-SW (RGF-IX).
004110 1100-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------*
004150*  2000-MERGE-OUT-REC - PASS ONE OUTFILE RECORD THROUGH,   *
004160*                       FOLDING THE PER-INSTANCE GT        *
004170*                       TRAILERS INTO THE COMBINED ONE     *
004180*----------------------------------------------------------*
004190 2000-MERGE-OUT-REC.
004200     READ OUT-MERGE
004210         AT END
004220             SET WS-OMG-EOF TO TRUE
004230             GO TO 2000-EXIT
004240     END-READ.
004250     IF OUT-MERGE-RECORD (1:2) = 'GT'
004260         MOVE OUT-MERGE-RECORD TO DL100-GTR-RECORD
004270         ADD 1 TO WS-GT-SEEN-CT
004280         IF DL100-GTR-REC-COUNT IS NUMERIC
004290             AND DL100-GTR-AMOUNT-TOTAL IS NUMERIC
004300             ADD DL100-GTR-REC-COUNT    TO WS-GRAND-CT
004310             ADD DL100-GTR-AMOUNT-TOTAL TO WS-GRAND-AMT
004320*            AN INSTANCE TRAILER WITH NO AS-RECEIVED HASH HAD
004330*            NOTHING TO CONVERT
004340             IF DL100-GTR-RCV-AMOUNT IS NUMERIC
004350                 ADD DL100-GTR-RCV-AMOUNT TO WS-GRAND-RCV-AMT
004360             ELSE
004370                 ADD DL100-GTR-AMOUNT-TOTAL TO WS-GRAND-RCV-AMT
004380             END-IF
004390         ELSE
004400             DISPLAY "DL200 - ERROR, INSTANCE GRAND TRAILER "
004410                 "NOT NUMERIC"
004420             MOVE 12 TO RETURN-CODE
004430         END-IF
004440         GO TO 2000-EXIT
004450     END-IF.
004460     IF OUT-MERGE-RECORD (1:2) = 'HD'
004470         MOVE OUT-MERGE-RECORD TO DL100-HDR-RECORD
004480         IF DL100-HDR-RUN-DATE IS NUMERIC
004490             AND DL100-HDR-RUN-DATE > 0
004500             AND (WS-RUN-DATE = 0
004510                 OR DL100-HDR-RUN-DATE < WS-RUN-DATE)
004520             MOVE DL100-HDR-RUN-DATE TO WS-RUN-DATE
004530         END-IF
004540         PERFORM 2500-MARK-REGION-SEEN THRU 2500-EXIT
004550     END-IF.
004560     MOVE OUT-MERGE-RECORD TO OUTFILE-RECORD.
004570     WRITE OUTFILE-RECORD.
004580     ADD 1 TO WS-OUT-PASSED-CT.
004590 2000-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------*
004630*  2500-MARK-REGION-SEEN - REMEMBER A REGION THAT SENT A   *
004640*                          SEGMENT THROUGH SOME INSTANCE   *
004650*----------------------------------------------------------*
004660 2500-MARK-REGION-SEEN.
004670     MOVE ZEROES TO WS-RGN-SUB.
004680     MOVE 'N' TO WS-RGN-SEEN-SW.
004690     PERFORM 2600-SCAN-SEEN-RGN THRU 2600-EXIT
004700         UNTIL WS-RGN-SUB >= WS-SEEN-COUNT
004710         OR WS-RGN-SEEN.
004720     IF WS-RGN-SEEN
004730         GO TO 2500-EXIT
004740     END-IF.
004750     IF WS-SEEN-COUNT >= 10
004760         GO TO 2500-EXIT
004770     END-IF.
004780     ADD 1 TO WS-SEEN-COUNT.
004790     MOVE DL100-HDR-REGION-CD
004800         TO WS-SEEN-RGN-CODE (WS-SEEN-COUNT).
004810 2500-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850*  2600-SCAN-SEEN-RGN - MATCH ONE SEEN-TABLE SLOT          *
004860*----------------------------------------------------------*
004870 2600-SCAN-SEEN-RGN.
004880     ADD 1 TO WS-RGN-SUB.
004890     IF WS-SEEN-RGN-CODE (WS-RGN-SUB)
004900             = DL100-HDR-REGION-CD
004910         SET WS-RGN-SEEN TO TRUE
004920     END-IF.
004930 2600-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970*  2900-WRITE-GRAND-TRAILER - ONE COMBINED GT FOR THE      *
004980*                             MERGED OUTFILE               *
004990*----------------------------------------------------------*
005000 2900-WRITE-GRAND-TRAILER.
005010     MOVE SPACES        TO DL100-GTR-RECORD.
005020     MOVE 'GT'          TO DL100-GTR-TYPE.
005030     MOVE WS-GRAND-CT   TO DL100-GTR-REC-COUNT.
005040     MOVE WS-GRAND-AMT  TO DL100-GTR-AMOUNT-TOTAL.
005050     MOVE WS-GRAND-RCV-AMT TO DL100-GTR-RCV-AMOUNT.
005060     WRITE OUTFILE-RECORD FROM DL100-GTR-RECORD.
005070 2900-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------*
005110*  2950-REGISTER-DELIVERY - APPEND THE COMBINED GT TOTALS  *
005120*                           TO DELIVREG SO DL240 CAN MATCH *
005130*                           THE CONSUMERS' ACKNOWLEDGEMENT *
005140*                           OF THE MERGED OUTFILE          *
005150*----------------------------------------------------------*
005160 2950-REGISTER-DELIVERY.
005170     OPEN EXTEND DELIVERY-REG-FILE.
005180     IF NOT WS-DRG-OK
005190         DISPLAY "DL200 - WARNING, UNABLE TO OPEN DELIVREG, "
005200             "STATUS = " WS-DRG-STATUS
005210             ", OUTFILE NOT REGISTERED FOR ACKNOWLEDGEMENT"
005220         IF RETURN-CODE < 4
005230             MOVE 4 TO RETURN-CODE
005240         END-IF
005250         GO TO 2950-EXIT
005260     END-IF.
005270     MOVE SPACES             TO DL100-DELIVERY-RECORD.
005280     SET DL100-DRG-BY-RUN    TO TRUE.
005290     SET DL100-DRG-OUTFILE   TO TRUE.
005300     MOVE WS-RUN-DATE        TO DL100-DRG-RUN-DATE.
005310     MOVE SPACE              TO DL100-DRG-INSTANCE-ID.
005320     MOVE WS-CURRENT-DATE    TO DL100-DRG-WRITTEN-DATE.
005330     MOVE WS-CURRENT-TIME    TO DL100-DRG-WRITTEN-TIME.
005340     MOVE DL100-GTR-REC-COUNT    TO DL100-DRG-REC-COUNT.
005350     MOVE DL100-GTR-AMOUNT-TOTAL TO DL100-DRG-AMOUNT-TOTAL.
005360     MOVE ZEROES             TO DL100-DRG-ACK-DATE.
005370     MOVE ZEROES             TO DL100-DRG-ACK-TIME.
005380     MOVE ZEROES             TO DL100-DRG-ACK-COUNT.
005390     MOVE ZEROES             TO DL100-DRG-ACK-AMOUNT.
005400     WRITE DL100-DELIVERY-RECORD.
005410     IF NOT WS-DRG-OK
005420         DISPLAY "DL200 - WARNING, UNABLE TO WRITE DELIVREG, "
005430             "STATUS = " WS-DRG-STATUS
005440             ", OUTFILE NOT REGISTERED FOR ACKNOWLEDGEMENT"
005450         IF RETURN-CODE < 4
005460             MOVE 4 TO RETURN-CODE
005470         END-IF
005480     END-IF.
005490     CLOSE DELIVERY-REG-FILE.
005500 2950-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540*  3000-MERGE-AUDIT-REC - PASS ONE INSTANCE AUDIT ROW      *
005550*                         THROUGH TO THE COMBINED LOG      *
005560*----------------------------------------------------------*
005570 3000-MERGE-AUDIT-REC.
005580     READ AUDIT-MERGE
005590         AT END
005600             SET WS-AMG-EOF TO TRUE
005610             GO TO 3000-EXIT
005620     END-READ.
005630     MOVE AUDIT-MERGE-RECORD TO DL100-AUDIT-RECORD.
005640     WRITE DL100-AUDIT-RECORD.
005650     ADD 1 TO WS-AUD-PASSED-CT.
005660 3000-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------*
005700*  4000-MERGE-ID-REC - FOLD ONE INSTANCE IDNEW ENTRY INTO  *
005710*                      THE SLOT TABLE.  AN ID ALREADY IN A *
005720*                      SLOT CAME FROM ANOTHER INSTANCE -   *
005730*                      THE CROSS-REGION DUPLICATE THE      *
005740*                      SERIAL RUN WOULD HAVE REJECTED      *
005750*----------------------------------------------------------*
005760 4000-MERGE-ID-REC.
005770     READ ID-MERGE
005780         AT END
005790             SET WS-IMG-EOF TO TRUE
005800             GO TO 4000-EXIT
005810     END-READ.
005820     ADD 1 TO WS-ID-READ-CT.
005830     IF IMG-ID IS NOT NUMERIC
005840         OR IMG-DATE IS NOT NUMERIC
005850         DISPLAY "DL200 - WARNING, BAD IDNEW RECORD "
005860             "IGNORED"
005870         GO TO 4000-EXIT
005880     END-IF.
005890     COMPUTE WS-IDM-SUB = IMG-ID + 1.
005900     IF WS-IDM-SLOT-DATE (WS-IDM-SUB) = ZEROES
005910         MOVE IMG-DATE TO WS-IDM-SLOT-DATE (WS-IDM-SUB)
005920         ADD 1 TO WS-ID-KEPT-CT
005930         GO TO 4000-EXIT
005940     END-IF.
005950*    IDS CARRIED FORWARD FROM THE SHARED INPUT MASTER LAND
005960*    IN EVERY INSTANCE'S IDNEW, SO A COLLISION ON OLDER
005970*    FIRST-SEEN DATES IS THE SAME HISTORICAL ID ARRIVING
005980*    FROM EACH INSTANCE AND FOLDS SILENTLY, KEEPING THE
005990*    EARLIEST DATE.  ONLY AN ID BOTH SIDES FIRST SAW ON OR
006000*    AFTER THE NIGHT'S RUN DATE (FROM THE INSTANCE
006010*    HEADERS, SO A MID-RUN MIDNIGHT WRAP STILL COUNTS) WAS
006020*    FIRST SEEN TONIGHT BY TWO INSTANCES - THE REAL
006030*    CROSS-REGION DUPLICATE THE SERIAL RUN WOULD HAVE
006040*    REJECTED
006050     IF WS-RUN-DATE > 0
006060         AND IMG-DATE >= WS-RUN-DATE
006070         AND WS-IDM-SLOT-DATE (WS-IDM-SUB) >= WS-RUN-DATE
006080         ADD 1 TO WS-XRGN-DUP-CT
006090         PERFORM 4500-LOG-DUPLICATE THRU 4500-EXIT
006100     END-IF.
006110     IF IMG-DATE < WS-IDM-SLOT-DATE (WS-IDM-SUB)
006120         MOVE IMG-DATE TO WS-IDM-SLOT-DATE (WS-IDM-SUB)
006130     END-IF.
006140 4000-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------*
006180*  4500-LOG-DUPLICATE - APPEND A 'DP' AUDIT ROW FOR A      *
006190*                       CROSS-INSTANCE ID COLLISION        *
006200*----------------------------------------------------------*
006210 4500-LOG-DUPLICATE.
006220     DISPLAY "DL200 - CROSS-INSTANCE DUPLICATE ID " IMG-ID.
006230     MOVE SPACES          TO DL100-AUDIT-RECORD.
006240     MOVE WS-XRGN-DUP-CT  TO DL100-AUD-REC-ID.
006250     MOVE WS-CURRENT-DATE TO DL100-AUD-DATE.
006260     MOVE WS-CURRENT-TIME TO DL100-AUD-TIME.
006270     MOVE ZEROES          TO DL100-AUD-SRC-LEN.
006280     MOVE ZEROES          TO DL100-AUD-DST-LEN.
006290     MOVE 'DP'            TO DL100-AUD-REASON-CD.
006300     MOVE '???'           TO DL100-AUD-REGION-CD.
006310     MOVE IMG-ID          TO DL100-AUD-TRANS-ID.
006320     WRITE DL100-AUDIT-RECORD.
006330     IF RETURN-CODE < 8
006340         MOVE 8 TO RETURN-CODE
006350     END-IF.
006360 4500-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------*
006400*  4900-WRITE-ID-NEW - EMIT THE MERGED ID MASTER           *
006410*                      GENERATION FROM THE SLOT TABLE      *
006420*----------------------------------------------------------*
006430 4900-WRITE-ID-NEW.
006440     MOVE ZEROES TO WS-IDM-SUB.
006450     PERFORM 4950-WRITE-ID-REC THRU 4950-EXIT
006460         UNTIL WS-IDM-SUB >= 1000000.
006470 4900-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------*
006510*  4950-WRITE-ID-REC - WRITE ONE LIVE ID SLOT              *
006520*----------------------------------------------------------*
006530 4950-WRITE-ID-REC.
006540     ADD 1 TO WS-IDM-SUB.
006550     IF WS-IDM-SLOT-DATE (WS-IDM-SUB) NOT = ZEROES
006560         COMPUTE WS-IDN-ID = WS-IDM-SUB - 1
006570         MOVE WS-IDM-SLOT-DATE (WS-IDM-SUB) TO WS-IDN-DATE
006580         WRITE ID-NEW-RECORD FROM WS-IDN-RECORD
006590     END-IF.
006600 4950-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640*  5000-SUM-HISTORY-REC - FOLD ONE INSTANCE HISTORY RECORD *
006650*                         INTO THE COMBINED TOTALS         *
006660*----------------------------------------------------------*
006670 5000-SUM-HISTORY-REC.
006680     READ HIST-MERGE
006690         AT END
006700             SET WS-HMG-EOF TO TRUE
006710             GO TO 5000-EXIT
006720     END-READ.
006730     ADD 1 TO WS-HIST-SEEN-CT.
006740     IF DL100-HST-RECORD-CT IS NUMERIC
006750         ADD DL100-HST-RECORD-CT TO WS-SUM-RECORD-CT
006760     END-IF.
006770     IF DL100-HST-MOVED-CT IS NUMERIC
006780         ADD DL100-HST-MOVED-CT TO WS-SUM-MOVED-CT
006790     END-IF.
006800     IF DL100-HST-TRUNCATED-CT IS NUMERIC
006810         ADD DL100-HST-TRUNCATED-CT TO WS-SUM-TRUNC-CT
006820     END-IF.
006830     IF DL100-HST-REJECTED-CT IS NUMERIC
006840         ADD DL100-HST-REJECTED-CT TO WS-SUM-REJ-CT
006850     END-IF.
006860     IF DL100-HST-INVALID-CT IS NUMERIC
006870         ADD DL100-HST-INVALID-CT TO WS-SUM-INV-CT
006880     END-IF.
006890*    THE INSTANCES RAN SIDE BY SIDE, SO THE COMBINED WALL-
006900*    CLOCK TIME IS THE SLOWEST INSTANCE, NOT THE SUM
006910     IF DL100-HST-ELAPSED-SEC IS NUMERIC
006920         AND DL100-HST-ELAPSED-SEC > WS-MAX-ELAPSED-SEC
006930         MOVE DL100-HST-ELAPSED-SEC TO WS-MAX-ELAPSED-SEC
006940     END-IF.
006950     IF DL100-HST-HELD-CT IS NUMERIC
006960         ADD DL100-HST-HELD-CT TO WS-SUM-HELD-CT
006970     END-IF.
006980     IF DL100-HST-HELD-AMT IS NUMERIC
006990         ADD DL100-HST-HELD-AMT TO WS-SUM-HELD-AMT
007000     END-IF.
007010     MOVE DL100-HST-DEST-LEN TO WS-SUM-DEST-LEN.
007020     IF DL100-HST-RESTART-IND = 'Y'
007030         MOVE 'Y' TO WS-SUM-RESTART-IND
007040     END-IF.
007050     IF DL100-HST-BREAKER
007060         MOVE 'B' TO WS-SUM-OUTCOME
007070     END-IF.
007080     IF DL100-HST-QUIESCED AND NOT WS-SUM-BREAKER
007090         MOVE 'Q' TO WS-SUM-OUTCOME
007100     END-IF.
007110 5000-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------*
007150*  6000-CHECK-EXPECTED-RGNS - EVERY EXPECTED REGION MUST   *
007160*                             HAVE SENT A SEGMENT THROUGH  *
007170*                             SOME INSTANCE                *
007180*----------------------------------------------------------*
007190 6000-CHECK-EXPECTED-RGNS.
007200     IF WS-RGF-COUNT = 0
007210         GO TO 6000-EXIT
007220     END-IF.
007230     MOVE ZEROES TO WS-RGF-SUB.
007240     PERFORM 6100-CHECK-ONE-EXPECTED THRU 6100-EXIT
007250         UNTIL WS-RGF-SUB >= WS-RGF-COUNT.
007260 6000-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------*
007300*  6100-CHECK-ONE-EXPECTED - LOOK FOR ONE EXPECTED REGION  *
007310*                            IN THE SEEN TABLE             *
007320*----------------------------------------------------------*
007330 6100-CHECK-ONE-EXPECTED.
007340     ADD 1 TO WS-RGF-SUB.
007350     SET RGF-IX TO WS-RGF-SUB.
007360     IF NOT WS-RGF-EXPECTED (RGF-IX)
007370         GO TO 6100-EXIT
007380     END-IF.
007390     MOVE 'N' TO WS-RGN-SEEN-SW.
007400     MOVE ZEROES TO WS-RGN-SUB.
007410     PERFORM 6200-SCAN-FOR-EXPECTED THRU 6200-EXIT
007420         UNTIL WS-RGN-SUB >= WS-SEEN-COUNT
007430         OR WS-RGN-SEEN.
007440     IF NOT WS-RGN-SEEN
007450         DISPLAY "DL200 - ERROR, EXPECTED REGION "
007460             WS-RGF-CODE (RGF-IX) " ("
007470             WS-RGF-DESC (RGF-IX) ") SENT NO SEGMENT "
007480             "THROUGH ANY INSTANCE"
007490         ADD 1 TO WS-MISSING-RGN-CT
007500         IF RETURN-CODE < 8
007510             MOVE 8 TO RETURN-CODE
007520         END-IF
007530     END-IF.
007540 6100-EXIT.
007550     EXIT.
007560
007570*----------------------------------------------------------*
007580*  6200-SCAN-FOR-EXPECTED - MATCH ONE SEEN SLOT AGAINST    *
007590*                           THE EXPECTED REGION            *
007600*----------------------------------------------------------*
007610 6200-SCAN-FOR-EXPECTED.
007620     ADD 1 TO WS-RGN-SUB.
007630     IF WS-SEEN-RGN-CODE (WS-RGN-SUB)
007640             = WS-RGF-CODE (RGF-IX)
007650         SET WS-RGN-SEEN TO TRUE
007660     END-IF.
007670 6200-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------*
007710*  6500-CHECK-GENERATIONS - REPLAY THE INSTANCE HEADER     *
007720*                           ACCEPTANCES AGAINST EXTCTL AND *
007730*                           COMMIT THE GOOD ONES TO IT     *
007740*----------------------------------------------------------*
007750 6500-CHECK-GENERATIONS.
007760     OPEN INPUT EXTRACT-CTL-FILE.
007770     IF NOT WS-EXC-OK
007780         DISPLAY "DL200 - UNABLE TO OPEN EXTCTL, STATUS = "
007790             WS-EXC-STATUS
007800         MOVE 16 TO RETURN-CODE
007810         GO TO 9999-EXIT
007820     END-IF.
007830     PERFORM 6550-LOAD-EXC-REC THRU 6550-EXIT
007840         UNTIL WS-EXC-EOF.
007850     CLOSE EXTRACT-CTL-FILE.
007860     OPEN EXTEND EXTRACT-CTL-FILE.
007870     IF NOT WS-EXC-OK
007880         DISPLAY "DL200 - UNABLE TO EXTEND EXTCTL, STATUS = "
007890             WS-EXC-STATUS
007900         MOVE 16 TO RETURN-CODE
007910         GO TO 9999-EXIT
007920     END-IF.
007930     PERFORM 6600-CHECK-INSTANCE-ACC THRU 6600-EXIT
007940         UNTIL WS-XMG-EOF.
007950     CLOSE EXTRACT-CTL-FILE.
007960 6500-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------*
008000*  6550-LOAD-EXC-REC - APPLY ONE EXTCTL RECORD; THE LATEST *
008010*                      RECORD FOR A REGION/SOURCE PAIR     *
008020*                      AND RUN MODE WINS.  A RECORD WITH   *
008030*                      NO RUN MODE COUNTS FOR BOTH STEPS   *
008040*----------------------------------------------------------*
008050 6550-LOAD-EXC-REC.
008060     READ EXTRACT-CTL-FILE INTO DL100-EXTCTL-RECORD
008070         AT END
008080             SET WS-EXC-EOF TO TRUE
008090             GO TO 6550-EXIT
008100     END-READ.
008110     IF DL100-EXC-REGION-CD = SPACES
008120         OR DL100-EXC-HDR-DATE IS NOT NUMERIC
008130         OR DL100-EXC-HDR-DATE = 0
008140         GO TO 6550-EXIT
008150     END-IF.
008160     IF DL100-EXC-MODE-ANY
008170         SET DL100-EXC-MODE-TRANSFER TO TRUE
008180         PERFORM 6560-KEEP-EXC-DATE THRU 6560-EXIT
008190         SET DL100-EXC-MODE-APPLY TO TRUE
008200     END-IF.
008210     PERFORM 6560-KEEP-EXC-DATE THRU 6560-EXIT.
008220 6550-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------*
008260*  6560-KEEP-EXC-DATE - MOVE A SLOT TO THE DATE ON THE     *
008270*                       EXTCTL RECORD JUST READ            *
008280*----------------------------------------------------------*
008290 6560-KEEP-EXC-DATE.
008300     PERFORM 6650-FIND-EXC-ENTRY THRU 6650-EXIT.
008310     IF WS-EXC-FULL
008320         DISPLAY "DL200 - WARNING, MORE THAN 100 EXTCTL "
008330             "REGION/SOURCE PAIRS, " DL100-EXC-REGION-CD " "
008340             DL100-EXC-SOURCE-SYS " IGNORED"
008350         GO TO 6560-EXIT
008360     END-IF.
008370     MOVE DL100-EXC-HDR-DATE TO WS-EXC-LAST-DATE (WS-EXC-SUB).
008380 6560-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420*  6600-CHECK-INSTANCE-ACC - ONE HEADER AN INSTANCE TOOK.  *
008430*                            ITS DETAILS ARE ALREADY       *
008440*                            PROCESSED, SO A CONFLICT HERE *
008450*                            CAN ONLY BE REPORTED - THE    *
008460*                            DL210 BACKOUT OR A CORRECTED  *
008470*                            RERUN SORTS IT OUT            *
008480*----------------------------------------------------------*
008490 6600-CHECK-INSTANCE-ACC.
008500     READ EXTRACT-ACC-MERGE INTO DL100-EXTCTL-RECORD
008510         AT END
008520             SET WS-XMG-EOF TO TRUE
008530             GO TO 6600-EXIT
008540     END-READ.
008550     ADD 1 TO WS-EXC-READ-CT.
008560     IF DL100-EXC-REGION-CD = SPACES
008570         OR DL100-EXC-HDR-DATE IS NOT NUMERIC
008580         OR DL100-EXC-HDR-DATE = 0
008590         DISPLAY "DL200 - WARNING, BAD EXTACC RECORD IGNORED"
008600         GO TO 6600-EXIT
008610     END-IF.
008620*    THE SPLIT RUN IS A TRANSFER, SO AN ACCEPTANCE LEFT BY AN
008630*    INSTANCE THAT DID NOT RECORD ITS MODE IS A TRANSFER ONE
008640     IF DL100-EXC-MODE-ANY
008650         SET DL100-EXC-MODE-TRANSFER TO TRUE
008660     END-IF.
008670     PERFORM 6650-FIND-EXC-ENTRY THRU 6650-EXIT.
008680     IF WS-EXC-FULL
008690         DISPLAY "DL200 - ERROR, REGION " DL100-EXC-REGION-CD
008700             " SOURCE " DL100-EXC-SOURCE-SYS " CANNOT BE "
008710             "TRACKED, EXTRACT CONTROL TABLE FULL"
008720         PERFORM 6800-COUNT-CONFLICT THRU 6800-EXIT
008730         GO TO 6600-EXIT
008740     END-IF.
008750     IF WS-EXC-LAST-DATE (WS-EXC-SUB) = 0
008760         GO TO 6600-TAKE-HEADER
008770     END-IF.
008780     IF DL100-EXC-HDR-DATE <= WS-EXC-LAST-DATE (WS-EXC-SUB)
008790         DISPLAY "DL200 - ERROR, REGION " DL100-EXC-REGION-CD
008800             " SOURCE " DL100-EXC-SOURCE-SYS " EXTRACT "
008810             DL100-EXC-HDR-DATE " TAKEN BY INSTANCE "
008820             DL100-EXC-INSTANCE-ID " REPEATS ONE ALREADY "
008830             "TAKEN, LAST TAKEN " WS-EXC-LAST-DATE (WS-EXC-SUB)
008840         PERFORM 6800-COUNT-CONFLICT THRU 6800-EXIT
008850         GO TO 6600-EXIT
008860     END-IF.
008870     PERFORM 6700-NEXT-BUSINESS-DAY THRU 6700-EXIT.
008880     IF DL100-EXC-HDR-DATE > WS-GEN-NEXT-DATE
008890         DISPLAY "DL200 - ERROR, REGION " DL100-EXC-REGION-CD
008900             " SOURCE " DL100-EXC-SOURCE-SYS " EXTRACT "
008910             DL100-EXC-HDR-DATE " TAKEN BY INSTANCE "
008920             DL100-EXC-INSTANCE-ID " SKIPS BUSINESS DAY "
008930             WS-GEN-NEXT-DATE
008940         PERFORM 6800-COUNT-CONFLICT THRU 6800-EXIT
008950         GO TO 6600-EXIT
008960     END-IF.
008970 6600-TAKE-HEADER.
008980     MOVE DL100-EXC-HDR-DATE TO WS-EXC-LAST-DATE (WS-EXC-SUB).
008990     WRITE EXTCTL-RECORD FROM DL100-EXTCTL-RECORD.
009000     ADD 1 TO WS-EXC-TAKEN-CT.
009010 6600-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------*
009050*  6650-FIND-EXC-ENTRY - FIND OR CLAIM THE EXTRACT CONTROL *
009060*                        SLOT FOR THE REGION, SOURCE AND   *
009070*                        RUN MODE ON THE RECORD JUST READ  *
009080*----------------------------------------------------------*
009090 6650-FIND-EXC-ENTRY.
009100     MOVE 'N' TO WS-EXC-FULL-SW.
009110     IF WS-EXC-COUNT > 0
009120         SET EXC-IX TO 1
009130         SEARCH WS-EXC-ENTRY
009140             AT END
009150                 CONTINUE
009160             WHEN EXC-IX > WS-EXC-COUNT
009170                 CONTINUE
009180             WHEN WS-EXC-REGION-CD (EXC-IX) = DL100-EXC-REGION-CD
009190                 AND WS-EXC-SOURCE-SYS (EXC-IX)
009200                     = DL100-EXC-SOURCE-SYS
009210                 AND WS-EXC-RUN-MODE (EXC-IX) = DL100-EXC-RUN-MODE
009220                 SET WS-EXC-SUB TO EXC-IX
009230                 GO TO 6650-EXIT
009240         END-SEARCH
009250     END-IF.
009260     IF WS-EXC-COUNT >= 100
009270         SET WS-EXC-FULL TO TRUE
009280         GO TO 6650-EXIT
009290     END-IF.
009300     ADD 1 TO WS-EXC-COUNT.
009310     MOVE WS-EXC-COUNT TO WS-EXC-SUB.
009320     MOVE DL100-EXC-REGION-CD
009330         TO WS-EXC-REGION-CD (WS-EXC-SUB).
009340     MOVE DL100-EXC-SOURCE-SYS
009350         TO WS-EXC-SOURCE-SYS (WS-EXC-SUB).
009360     MOVE DL100-EXC-RUN-MODE
009370         TO WS-EXC-RUN-MODE (WS-EXC-SUB).
009380     MOVE ZEROES TO WS-EXC-LAST-DATE (WS-EXC-SUB).
009390 6650-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------*
009430*  6700-NEXT-BUSINESS-DAY - THE FIRST WEEKDAY AFTER THE    *
009440*                           PAIR'S LAST DATE TAKEN (DAY    *
009450*                           ONE, 01/01/1601, A MONDAY)     *
009460*----------------------------------------------------------*
009470 6700-NEXT-BUSINESS-DAY.
009480     COMPUTE WS-GEN-DAY-INT =
009490         FUNCTION INTEGER-OF-DATE (WS-EXC-LAST-DATE (WS-EXC-SUB))
009500         + 1.
009510     DIVIDE WS-GEN-DAY-INT BY 7
009520         GIVING WS-GEN-WEEK-QUOT REMAINDER WS-GEN-DOW.
009530     IF WS-GEN-DOW = 6
009540         ADD 2 TO WS-GEN-DAY-INT
009550     END-IF.
009560     IF WS-GEN-DOW = 0
009570         ADD 1 TO WS-GEN-DAY-INT
009580     END-IF.
009590     MOVE FUNCTION DATE-OF-INTEGER (WS-GEN-DAY-INT)
009600         TO WS-GEN-NEXT-DATE.
009610 6700-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------*
009650*  6800-COUNT-CONFLICT - A GENERATION CONFLICT ACROSS THE  *
009660*                        INSTANCES                         *
009670*----------------------------------------------------------*
009680 6800-COUNT-CONFLICT.
009690     ADD 1 TO WS-EXC-CONFLICT-CT.
009700     IF RETURN-CODE < 24
009710         MOVE 24 TO RETURN-CODE
009720     END-IF.
009730 6800-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------*
009770*  7000-WRITE-RUN-HISTORY - THE SINGLE COMBINED RUNHIST    *
009780*                           RECORD THE SERIAL RUN WOULD    *
009790*                           HAVE WRITTEN                   *
009800*----------------------------------------------------------*
009810 7000-WRITE-RUN-HISTORY.
009820     OPEN EXTEND RUN-HISTORY-FILE.
009830     IF NOT WS-HST-OK
009840         DISPLAY "DL200 - WARNING, UNABLE TO OPEN RUNHIST, "
009850             "STATUS = " WS-HST-STATUS
009860             ", HISTORY NOT WRITTEN"
009870         GO TO 7000-EXIT
009880     END-IF.
009890     MOVE SPACES              TO DL100-HIST-RECORD.
009900     MOVE WS-CURRENT-DATE     TO DL100-HST-RUN-DATE.
009910     MOVE WS-CURRENT-TIME     TO DL100-HST-RUN-TIME.
009920     MOVE WS-SUM-RESTART-IND  TO DL100-HST-RESTART-IND.
009930     MOVE WS-SUM-DEST-LEN     TO DL100-HST-DEST-LEN.
009940     MOVE WS-SUM-RECORD-CT    TO DL100-HST-RECORD-CT.
009950     MOVE WS-SUM-MOVED-CT     TO DL100-HST-MOVED-CT.
009960     MOVE WS-SUM-TRUNC-CT     TO DL100-HST-TRUNCATED-CT.
009970     MOVE WS-SUM-REJ-CT       TO DL100-HST-REJECTED-CT.
009980     MOVE WS-SUM-INV-CT       TO DL100-HST-INVALID-CT.
009990     MOVE WS-MAX-ELAPSED-SEC  TO DL100-HST-ELAPSED-SEC.
010000     MOVE WS-SUM-HELD-CT      TO DL100-HST-HELD-CT.
010010     MOVE WS-SUM-HELD-AMT     TO DL100-HST-HELD-AMT.
010020     SET DL100-HST-MODE-TRANSFER TO TRUE.
010030     MOVE WS-SUM-OUTCOME      TO DL100-HST-OUTCOME.
010040     WRITE RUN-HISTORY-RECORD FROM DL100-HIST-RECORD.
010050     CLOSE RUN-HISTORY-FILE.
010060 7000-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------*
010100*  8000-PRINT-SUMMARY - THE COMBINED GRAND TOTALS          *
010110*----------------------------------------------------------*
010120 8000-PRINT-SUMMARY.
010130     DISPLAY "DL200 - CONSOLIDATION SUMMARY".
010140     DISPLAY "  INSTANCES SUMMED   = " WS-HIST-SEEN-CT.
010150     DISPLAY "  OUT RECORDS PASSED = " WS-OUT-PASSED-CT.
010160     DISPLAY "  INSTANCE GTS FOLDED= " WS-GT-SEEN-CT.
010170     DISPLAY "  AUDIT ROWS PASSED  = " WS-AUD-PASSED-CT.
010180     DISPLAY "  ID ENTRIES READ    = " WS-ID-READ-CT.
010190     DISPLAY "  ID ENTRIES KEPT    = " WS-ID-KEPT-CT.
010200     DISPLAY "  CROSS-INST DUPS    = " WS-XRGN-DUP-CT.
010210     DISPLAY "  RECORDS READ       = " WS-SUM-RECORD-CT.
010220     DISPLAY "  RECORDS MOVED      = " WS-SUM-MOVED-CT.
010230     DISPLAY "  RECORDS TRUNCATED  = " WS-SUM-TRUNC-CT.
010240     DISPLAY "  RECORDS REJECTED   = " WS-SUM-REJ-CT.
010250     DISPLAY "  RECORDS INVALID    = " WS-SUM-INV-CT.
010260     DISPLAY "  GRAND OUT COUNT    = " WS-GRAND-CT.
010270     DISPLAY "  GRAND OUT AMOUNT   = " WS-GRAND-AMT.
010280     DISPLAY "  ELAPSED (SLOWEST)  = " WS-MAX-ELAPSED-SEC.
010290     DISPLAY "  DETAILS HELD       = " WS-SUM-HELD-CT.
010300     DISPLAY "  EXTACC HEADERS READ= " WS-EXC-READ-CT.
010310     DISPLAY "  EXTCTL HEADERS KEPT= " WS-EXC-TAKEN-CT.
010320     IF WS-EXC-CONFLICT-CT > 0
010330         DISPLAY "  GENERATION CONFLICT= " WS-EXC-CONFLICT-CT
010340     END-IF.
010350     IF WS-MISSING-RGN-CT > 0
010360         DISPLAY "  EXPECTED RGN ABSENT= " WS-MISSING-RGN-CT
010370     END-IF.
010380 8000-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------*
010420*  9000-TERMINATE - CLOSE FILES                            *
010430*----------------------------------------------------------*
010440 9000-TERMINATE.
010450     CLOSE OUT-MERGE.
010460     CLOSE AUDIT-MERGE.
010470     CLOSE ID-MERGE.
010480     CLOSE HIST-MERGE.
010490     CLOSE EXTRACT-ACC-MERGE.
010500     CLOSE OUT-FILE.
010510     CLOSE AUDIT-LOG.
010520     CLOSE ID-NEW-FILE.
010530 9000-EXIT.
010540     EXIT.
010550
010560 9999-EXIT.
010570     STOP RUN.
