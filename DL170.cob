000190*                   FLAG AND MAINTENANCE DATE.  ONE LOOKUP *
000200*                   INSTEAD OF A HALF-DAY OF HAND-GREPPING *
000210*                   FOUR DATASETS.                         *
000220*  10/15/26   RLH   REVERSALS OF AN INQUIRY ID ARE LISTED  *
000230*                   UNDER THE ORIGINAL WITH THE NET        *
000240*                   POSITION.  A REVERSAL SHOWS THE        *
000250*                   ORIGINAL IT OFFSETS.                   *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT INQ-CARDS ASSIGN TO "INQCARDS"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-CARD-STATUS.
000360     SELECT OPTIONAL ID-MASTER-FILE ASSIGN TO "IDMASTER"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-IDM-STATUS.
000390     SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-AARC-STATUS.
000420     SELECT OPTIONAL SPILL-ARCHIVE ASSIGN TO "SPLARCH"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-SARC-STATUS.
000450     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DL100-MST-ID
000490         FILE STATUS IS WS-MST-STATUS.
000500     SELECT REPORT-FILE ASSIGN TO "TRACERPT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  INQ-CARDS
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580     COPY DL100INQ.
000590 FD  ID-MASTER-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DL100IDM.
000630 FD  AUDIT-ARCHIVE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DL100AAR.
000670 FD  SPILL-ARCHIVE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DL100SAR.
000710 FD  TRANS-MASTER-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY DL100MST.
000740 FD  REPORT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  REPORT-LINE                   PIC X(132).
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------*
000800*  RUN CONTROL SWITCHES                                    *
000810*----------------------------------------------------------*
000820 01  WS-SWITCHES.
000830     05  WS-CARD-EOF-SW            PIC X(01)  VALUE 'N'.
000840         88  WS-CARD-EOF                      VALUE 'Y'.
000850     05  WS-IDM-EOF-SW             PIC X(01)  VALUE 'N'.
000860         88  WS-IDM-EOF                       VALUE 'Y'.
000870     05  WS-AARC-EOF-SW            PIC X(01)  VALUE 'N'.
000880         88  WS-AARC-EOF                      VALUE 'Y'.
000890     05  WS-SARC-EOF-SW            PIC X(01)  VALUE 'N'.
000900         88  WS-SARC-EOF                      VALUE 'Y'.
000910     05  WS-MST-OPEN-SW            PIC X(01)  VALUE 'N'.
000920         88  WS-MST-OPEN                      VALUE 'Y'.
000930     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
000940         88  WS-MST-EOF                       VALUE 'Y'.
000950     05  WS-MST-FOUND-SW           PIC X(01)  VALUE 'N'.
000960         88  WS-MST-FOUND                     VALUE 'Y'.
000970     05  WS-REV-FULL-SW            PIC X(01)  VALUE 'N'.
000980         88  WS-REV-FULL                      VALUE 'Y'.
000990 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
001000     88  WS-CARD-OK                           VALUE '00'.
001010 01  WS-IDM-STATUS                 PIC X(02)  VALUE SPACES.
001020     88  WS-IDM-OK                            VALUE '00' '05'.
001030 01  WS-AARC-STATUS                PIC X(02)  VALUE SPACES.
001040     88  WS-AARC-OK                           VALUE '00' '05'.
001050 01  WS-SARC-STATUS                PIC X(02)  VALUE SPACES.
001060     88  WS-SARC-OK                           VALUE '00' '05'.
001070 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
001080     88  WS-MST-OK                            VALUE '00' '05'.
001090 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
001100     88  WS-REPORT-OK                         VALUE '00'.
001110 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001120 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001130 01  WS-INQ-SUB                    PIC 9(02)  VALUE ZEROES COMP.
001140 01  WS-IDM-ID-X                   PIC X(06)  VALUE SPACES.
001150 01  WS-REV-SUB                    PIC 9(04)  VALUE ZEROES COMP.
001160*----------------------------------------------------------*
001170*  INQUIRY TABLE - ONE ENTRY PER CARD, ACCUMULATING WHAT   *
001180*  EACH SOURCE KNOWS ABOUT THE ID                          *
001190*----------------------------------------------------------*
001200 01  WS-INQ-TABLE.
001210     05  WS-INQ-COUNT              PIC 9(02)  VALUE ZEROES COMP.
001220     05  WS-INQ-ENTRY OCCURS 20 TIMES
001230             INDEXED BY INQ-IX.
001240         10  WS-INQ-ID             PIC X(06).
001250         10  WS-INQ-FIRST-DATE     PIC 9(08).
001260         10  WS-INQ-SEEN-SW        PIC X(01).
001270             88  WS-INQ-SEEN               VALUE 'Y'.
001280         10  WS-INQ-AUDIT-CT       PIC 9(06).
001290         10  WS-INQ-SPILL-CT       PIC 9(06).
001300*----------------------------------------------------------*
001310*  REVERSALS FOUND ON THE MASTER AGAINST AN INQUIRY ID,    *
001320*  REPORTED UNDER THE ORIGINAL THEY OFFSET                 *
001330*----------------------------------------------------------*
001340 01  WS-REV-TABLE.
001350     05  WS-REV-COUNT              PIC 9(04)  VALUE ZEROES COMP.
001360     05  WS-REV-ENTRY OCCURS 200 TIMES
001370             INDEXED BY REV-IX.
001380         10  WS-REV-INQ-SUB        PIC 9(02)  COMP.
001390         10  WS-REV-ID             PIC 9(06).
001400         10  WS-REV-TRANS-DATE     PIC 9(08).
001410         10  WS-REV-MAINT-DATE     PIC 9(08).
001420         10  WS-REV-AMOUNT         PIC S9(09)V99 COMP-3.
001430*----------------------------------------------------------*
001440*  WORKING COPIES OF THE ARCHIVED RECORD LAYOUTS           *
001450*----------------------------------------------------------*
001460     COPY DL100AUD.
001470     COPY DL100SPL.
001480*----------------------------------------------------------*
001490*  REPORT LINE LAYOUTS                                     *
001500*----------------------------------------------------------*
001510 01  RPT-HEADING-1.
001520     05  FILLER                    PIC X(20)
001530         VALUE 'DL170               '.
001540     05  FILLER                    PIC X(26)
001550         VALUE 'TRANSACTION TRACE REPORT  '.
001560     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
001570     05  RPT-HDG-DATE              PIC 9(08).
001580     05  FILLER                    PIC X(06) VALUE ' TIME '.
001590     05  RPT-HDG-TIME              PIC 9(08).
001600     05  FILLER                    PIC X(55) VALUE SPACES.
001610 01  RPT-AUDIT-LINE.
001620     05  FILLER                    PIC X(04) VALUE '  ID'.
001630     05  FILLER                    PIC X(01) VALUE SPACE.
001640     05  RPT-AUD-ID                PIC X(06).
001650     05  FILLER                    PIC X(11)
001660         VALUE ' AUDIT RUN '.
001670     05  RPT-AUD-RUN-DATE          PIC 9(08).
001680     05  FILLER                    PIC X(06) VALUE ' SEEN '.
001690     05  RPT-AUD-DATE              PIC 9(08).
001700     05  FILLER                    PIC X(01) VALUE '/'.
001710     05  RPT-AUD-TIME              PIC 9(08).
001720     05  FILLER                    PIC X(08)
001730         VALUE ' REASON '.
001740     05  RPT-AUD-REASON            PIC X(02).
001750     05  FILLER                    PIC X(08)
001760         VALUE ' REGION '.
001770     05  RPT-AUD-REGION            PIC X(03).
001780     05  FILLER                    PIC X(09)
001790         VALUE ' REC-SEQ '.
001800     05  RPT-AUD-SEQ               PIC 9(08).
001810     05  FILLER                    PIC X(49) VALUE SPACES.
001820 01  RPT-SPILL-LINE.
001830     05  FILLER                    PIC X(04) VALUE '  ID'.
001840     05  FILLER                    PIC X(01) VALUE SPACE.
001850     05  RPT-SPL-ID                PIC X(06).
001860     05  FILLER                    PIC X(11)
001870         VALUE ' SPILL RUN '.
001880     05  RPT-SPL-RUN-DATE          PIC 9(08).
001890     05  FILLER                    PIC X(05) VALUE ' SEQ '.
001900     05  RPT-SPL-SEQ               PIC 9(08).
001910     05  FILLER                    PIC X(15)
001920         VALUE ' OVERFLOW LEN  '.
001930     05  RPT-SPL-LEN               PIC 9(04).
001940     05  FILLER                    PIC X(70) VALUE SPACES.
001950 01  RPT-STATE-LINE.
001960     05  FILLER                    PIC X(04) VALUE '  ID'.
001970     05  FILLER                    PIC X(01) VALUE SPACE.
001980     05  RPT-STA-ID                PIC X(06).
001990     05  FILLER                    PIC X(01) VALUE SPACE.
002000     05  RPT-STA-TEXT              PIC X(120).
002010 01  RPT-TEXT-LINE                 PIC X(132).
002020 01  WS-STATE-TEXT.
002030     05  FILLER                    PIC X(17)
002040         VALUE 'ON MASTER STATUS '.
002050     05  WS-STA-STATUS             PIC X(02).
002060     05  FILLER                    PIC X(13)
002070         VALUE ' DELETE FLAG '.
002080     05  WS-STA-DELETE             PIC X(01).
002090     05  FILLER                    PIC X(12)
002100         VALUE ' MAINTAINED '.
002110     05  WS-STA-MAINT-DATE         PIC 9(08).
002120     05  FILLER                    PIC X(13)
002130         VALUE ' LAST ACTION '.
002140     05  WS-STA-ACTION             PIC X(01).
002150     05  FILLER                    PIC X(09)
002160         VALUE ' AMOUNT  '.
002170     05  WS-STA-AMOUNT             PIC +9(09).99.
002180 01  WS-REV-OF-TEXT.
002190     05  FILLER                    PIC X(15)
002200         VALUE 'REVERSAL OF ID '.
002210     05  WS-RVO-ORIG-ID            PIC 9(06).
002220     05  FILLER                    PIC X(21)
002230         VALUE ', ORIGINAL POSTED AT '.
002240     05  WS-RVO-ORIG-AMOUNT        PIC +9(09).99.
002250 01  WS-REV-TOTAL-TEXT.
002260     05  FILLER                    PIC X(17)
002270         VALUE 'REVERSED TO DATE '.
002280     05  WS-RVT-REVERSED           PIC +9(09).99.
002290     05  FILLER                    PIC X(15)
002300         VALUE '  NET POSITION '.
002310     05  WS-RVT-NET                PIC +9(09).99.
002320 01  WS-REV-BY-TEXT.
002330     05  FILLER                    PIC X(15)
002340         VALUE 'REVERSED BY ID '.
002350     05  WS-RVB-ID                 PIC 9(06).
002360     05  FILLER                    PIC X(12)
002370         VALUE ' TRANS DATE '.
002380     05  WS-RVB-TRANS-DATE         PIC 9(08).
002390     05  FILLER                    PIC X(08)
002400         VALUE ' POSTED '.
002410     05  WS-RVB-MAINT-DATE         PIC 9(08).
002420     05  FILLER                    PIC X(08)
002430         VALUE ' AMOUNT '.
002440     05  WS-RVB-AMOUNT             PIC +9(09).99.
002450 01  WS-REV-NET-AMT                PIC S9(11)V99 VALUE ZEROES
002460                                   COMP-3.
002470 PROCEDURE DIVISION.
002480*----------------------------------------------------------*
002490*  0000-MAINLINE                                           *
002500*----------------------------------------------------------*
002510 0000-MAINLINE.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-SCAN-ID-MASTER THRU 2000-EXIT
002540         UNTIL WS-IDM-EOF.
002550     PERFORM 3000-SCAN-AUDIT-ARCH THRU 3000-EXIT
002560         UNTIL WS-AARC-EOF.
002570     PERFORM 4000-SCAN-SPILL-ARCH THRU 4000-EXIT
002580         UNTIL WS-SARC-EOF.
002590     PERFORM 4500-SCAN-REVERSALS THRU 4500-EXIT.
002600     PERFORM 5000-REPORT-STATE THRU 5000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620     GO TO 9999-EXIT.
002630
002640*----------------------------------------------------------*
002650*  1000-INITIALIZE - LOAD THE INQUIRY CARDS AND OPEN THE   *
002660*                    EVIDENCE DATASETS                     *
002670*----------------------------------------------------------*
002680 1000-INITIALIZE.
002690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002700     ACCEPT WS-CURRENT-TIME FROM TIME.
002710     OPEN INPUT INQ-CARDS.
002720     IF NOT WS-CARD-OK
002730         DISPLAY "DL170 - UNABLE TO OPEN INQCARDS, STATUS = "
002740             WS-CARD-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         GO TO 9999-EXIT
002770     END-IF.
002780     PERFORM 1100-LOAD-INQ-CARD THRU 1100-EXIT
002790         UNTIL WS-CARD-EOF.
002800     CLOSE INQ-CARDS.
002810     IF WS-INQ-COUNT = 0
002820         DISPLAY "DL170 - NO INQUIRY CARDS, NOTHING TO TRACE"
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 9999-EXIT
002850     END-IF.
002860     OPEN OUTPUT REPORT-FILE.
002870     IF NOT WS-REPORT-OK
002880         DISPLAY "DL170 - UNABLE TO OPEN TRACERPT, STATUS = "
002890             WS-REPORT-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 9999-EXIT
002920     END-IF.
002930     MOVE WS-CURRENT-DATE TO RPT-HDG-DATE.
002940     MOVE WS-CURRENT-TIME TO RPT-HDG-TIME.
002950     WRITE REPORT-LINE FROM RPT-HEADING-1.
002960     MOVE SPACES TO REPORT-LINE.
002970     WRITE REPORT-LINE.
002980     OPEN INPUT ID-MASTER-FILE.
002990     IF NOT WS-IDM-OK
003000         DISPLAY "DL170 - IDMASTER NOT PRESENT, STATUS = "
003010             WS-IDM-STATUS ", FIRST-SEEN DATES UNAVAILABLE"
003020         SET WS-IDM-EOF TO TRUE
003030     END-IF.
003040     OPEN INPUT AUDIT-ARCHIVE.
003050     IF NOT WS-AARC-OK
003060         DISPLAY "DL170 - AUDARCH NOT PRESENT, STATUS = "
003070             WS-AARC-STATUS ", AUDIT HISTORY UNAVAILABLE"
003080         SET WS-AARC-EOF TO TRUE
003090     END-IF.
003100     OPEN INPUT SPILL-ARCHIVE.
003110     IF NOT WS-SARC-OK
003120         DISPLAY "DL170 - SPLARCH NOT PRESENT, STATUS = "
003130             WS-SARC-STATUS ", SPILLOVER HISTORY UNAVAILABLE"
003140         SET WS-SARC-EOF TO TRUE
003150     END-IF.
003160     OPEN INPUT TRANS-MASTER-FILE.
003170     IF WS-MST-OK
003180         SET WS-MST-OPEN TO TRUE
003190     ELSE
003200         DISPLAY "DL170 - TRNMASTR NOT PRESENT, STATUS = "
003210             WS-MST-STATUS ", MASTER STATE UNAVAILABLE"
003220     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270*  1100-LOAD-INQ-CARD - LOAD ONE INQUIRY ID                *
003280*----------------------------------------------------------*
003290 1100-LOAD-INQ-CARD.
003300     READ INQ-CARDS
003310         AT END
003320             SET WS-CARD-EOF TO TRUE
003330             GO TO 1100-EXIT
003340     END-READ.
003350     IF DL100-INQ-ID = SPACES
003360         GO TO 1100-EXIT
003370     END-IF.
003380     IF WS-INQ-COUNT >= 20
003390         DISPLAY "DL170 - WARNING, MORE THAN 20 INQUIRY "
003400             "CARDS, EXTRAS IGNORED"
003410         SET WS-CARD-EOF TO TRUE
003420         GO TO 1100-EXIT
003430     END-IF.
003440     ADD 1 TO WS-INQ-COUNT.
003450     SET INQ-IX TO WS-INQ-COUNT.
003460     MOVE DL100-INQ-ID TO WS-INQ-ID (INQ-IX).
003470     MOVE ZEROES       TO WS-INQ-FIRST-DATE (INQ-IX).
003480     MOVE 'N'          TO WS-INQ-SEEN-SW (INQ-IX).
003490     MOVE ZEROES       TO WS-INQ-AUDIT-CT (INQ-IX).
003500     MOVE ZEROES       TO WS-INQ-SPILL-CT (INQ-IX).
003510 1100-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------*
003550*  2000-SCAN-ID-MASTER - PICK UP THE FIRST-SEEN DATE FOR   *
003560*                        ANY INQUIRY ID ON THE ID MASTER   *
003570*----------------------------------------------------------*
003580 2000-SCAN-ID-MASTER.
003590     READ ID-MASTER-FILE
003600         AT END
003610             SET WS-IDM-EOF TO TRUE
003620             GO TO 2000-EXIT
003630     END-READ.
003640     MOVE DL100-IDM-ID TO WS-IDM-ID-X.
003650     MOVE ZEROES TO WS-INQ-SUB.
003660     PERFORM 2100-MATCH-IDM-ENTRY THRU 2100-EXIT
003670         UNTIL WS-INQ-SUB >= WS-INQ-COUNT.
003680 2000-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720*  2100-MATCH-IDM-ENTRY - MATCH ONE INQUIRY ENTRY AGAINST  *
003730*                         THE CURRENT ID MASTER RECORD     *
003740*----------------------------------------------------------*
003750 2100-MATCH-IDM-ENTRY.
003760     ADD 1 TO WS-INQ-SUB.
003770     SET INQ-IX TO WS-INQ-SUB.
003780     IF WS-INQ-ID (INQ-IX) = WS-IDM-ID-X
003790         MOVE DL100-IDM-FIRST-DATE
003800             TO WS-INQ-FIRST-DATE (INQ-IX)
003810         SET WS-INQ-SEEN (INQ-IX) TO TRUE
003820     END-IF.
003830 2100-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------*
003870*  3000-SCAN-AUDIT-ARCH - PRINT EVERY ARCHIVED AUDIT ENTRY *
003880*                         FOR AN INQUIRY ID                *
003890*----------------------------------------------------------*
003900 3000-SCAN-AUDIT-ARCH.
003910     READ AUDIT-ARCHIVE
003920         AT END
003930             SET WS-AARC-EOF TO TRUE
003940             GO TO 3000-EXIT
003950     END-READ.
003960     MOVE DL100-AAR-AUDIT-IMAGE TO DL100-AUDIT-RECORD.
003970     MOVE ZEROES TO WS-INQ-SUB.
003980     PERFORM 3100-MATCH-AUD-ENTRY THRU 3100-EXIT
003990         UNTIL WS-INQ-SUB >= WS-INQ-COUNT.
004000 3000-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------*
004040*  3100-MATCH-AUD-ENTRY - REPORT ONE AUDIT MATCH           *
004050*----------------------------------------------------------*
004060 3100-MATCH-AUD-ENTRY.
004070     ADD 1 TO WS-INQ-SUB.
004080     SET INQ-IX TO WS-INQ-SUB.
004090     IF WS-INQ-ID (INQ-IX) = DL100-AUD-TRANS-ID
004100         MOVE WS-INQ-ID (INQ-IX)   TO RPT-AUD-ID
004110         MOVE DL100-AAR-RUN-DATE   TO RPT-AUD-RUN-DATE
004120         MOVE DL100-AUD-DATE       TO RPT-AUD-DATE
004130         MOVE DL100-AUD-TIME       TO RPT-AUD-TIME
004140         MOVE DL100-AUD-REASON-CD  TO RPT-AUD-REASON
004150         MOVE DL100-AUD-REGION-CD  TO RPT-AUD-REGION
004160         MOVE DL100-AUD-REC-ID     TO RPT-AUD-SEQ
004170         WRITE REPORT-LINE FROM RPT-AUDIT-LINE
004180         ADD 1 TO WS-INQ-AUDIT-CT (INQ-IX)
004190     END-IF.
004200 3100-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------*
004240*  4000-SCAN-SPILL-ARCH - PRINT EVERY ARCHIVED SPILLOVER   *
004250*                         FRAGMENT FOR AN INQUIRY ID       *
004260*----------------------------------------------------------*
004270 4000-SCAN-SPILL-ARCH.
004280     READ SPILL-ARCHIVE
004290         AT END
004300             SET WS-SARC-EOF TO TRUE
004310             GO TO 4000-EXIT
004320     END-READ.
004330     MOVE DL100-SAR-SPILL-IMAGE TO DL100-SPILL-RECORD.
004340     MOVE DL100-SPL-SRC-ID TO WS-IDM-ID-X.
004350     MOVE ZEROES TO WS-INQ-SUB.
004360     PERFORM 4100-MATCH-SPL-ENTRY THRU 4100-EXIT
004370         UNTIL WS-INQ-SUB >= WS-INQ-COUNT.
004380 4000-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------*
004420*  4100-MATCH-SPL-ENTRY - REPORT ONE SPILLOVER MATCH       *
004430*----------------------------------------------------------*
004440 4100-MATCH-SPL-ENTRY.
004450     ADD 1 TO WS-INQ-SUB.
004460     SET INQ-IX TO WS-INQ-SUB.
004470     IF WS-INQ-ID (INQ-IX) = WS-IDM-ID-X
004480         MOVE WS-INQ-ID (INQ-IX)  TO RPT-SPL-ID
004490         MOVE DL100-SAR-RUN-DATE  TO RPT-SPL-RUN-DATE
004500         MOVE DL100-SPL-SEQ-NO    TO RPT-SPL-SEQ
004510         MOVE DL100-SPL-OVFL-LEN  TO RPT-SPL-LEN
004520         WRITE REPORT-LINE FROM RPT-SPILL-LINE
004530         ADD 1 TO WS-INQ-SPILL-CT (INQ-IX)
004540     END-IF.
004550 4100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590*  4500-SCAN-REVERSALS - ONE SWEEP OF THE MASTER FOR THE   *
004600*                        REVERSALS POSTED AGAINST ANY      *
004610*                        INQUIRY ID                        *
004620*----------------------------------------------------------*
004630 4500-SCAN-REVERSALS.
004640     IF NOT WS-MST-OPEN
004650         GO TO 4500-EXIT
004660     END-IF.
004670     MOVE ZEROES TO DL100-MST-ID.
004680     START TRANS-MASTER-FILE
004690         KEY IS NOT LESS THAN DL100-MST-ID
004700         INVALID KEY
004710             GO TO 4500-EXIT
004720     END-START.
004730     PERFORM 4600-READ-NEXT-MASTER THRU 4600-EXIT
004740         UNTIL WS-MST-EOF.
004750 4500-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790*  4600-READ-NEXT-MASTER - TEST ONE MASTER RECORD FOR A    *
004800*                          REVERSAL OF AN INQUIRY ID       *
004810*----------------------------------------------------------*
004820 4600-READ-NEXT-MASTER.
004830     READ TRANS-MASTER-FILE NEXT RECORD
004840         AT END
004850             SET WS-MST-EOF TO TRUE
004860             GO TO 4600-EXIT
004870     END-READ.
004880     IF DL100-MST-ORIG-ID IS NOT NUMERIC
004890         OR DL100-MST-ORIG-ID = 0
004900         GO TO 4600-EXIT
004910     END-IF.
004920     MOVE DL100-MST-ORIG-ID TO WS-IDM-ID-X.
004930     MOVE ZEROES TO WS-INQ-SUB.
004940     PERFORM 4700-MATCH-REV-ENTRY THRU 4700-EXIT
004950         UNTIL WS-INQ-SUB >= WS-INQ-COUNT.
004960 4600-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------*
005000*  4700-MATCH-REV-ENTRY - KEEP A REVERSAL OF ONE INQUIRY   *
005010*                         ID FOR ITS SUMMARY BLOCK         *
005020*----------------------------------------------------------*
005030 4700-MATCH-REV-ENTRY.
005040     ADD 1 TO WS-INQ-SUB.
005050     SET INQ-IX TO WS-INQ-SUB.
005060     IF WS-INQ-ID (INQ-IX) NOT = WS-IDM-ID-X
005070         GO TO 4700-EXIT
005080     END-IF.
005090     IF WS-REV-COUNT >= 200
005100         IF NOT WS-REV-FULL
005110             DISPLAY "DL170 - WARNING, MORE THAN 200 REVERSALS "
005120                 "OF THE INQUIRY IDS, EXTRAS NOT LISTED"
005130             SET WS-REV-FULL TO TRUE
005140         END-IF
005150         GO TO 4700-EXIT
005160     END-IF.
005170     ADD 1 TO WS-REV-COUNT.
005180     SET REV-IX TO WS-REV-COUNT.
005190     MOVE WS-INQ-SUB           TO WS-REV-INQ-SUB (REV-IX).
005200     MOVE DL100-MST-ID         TO WS-REV-ID (REV-IX).
005210     MOVE DL100-MST-TRANS-DATE TO WS-REV-TRANS-DATE (REV-IX).
005220     MOVE DL100-MST-MAINT-DATE TO WS-REV-MAINT-DATE (REV-IX).
005230     MOVE DL100-MST-AMOUNT     TO WS-REV-AMOUNT (REV-IX).
005240 4700-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------*
005280*  5000-REPORT-STATE - ONE SUMMARY BLOCK PER INQUIRY ID:   *
005290*                      FIRST-SEEN, HISTORY COUNTS AND THE  *
005300*                      CURRENT MASTER STATE                *
005310*----------------------------------------------------------*
005320 5000-REPORT-STATE.
005330     MOVE SPACES TO REPORT-LINE.
005340     WRITE REPORT-LINE.
005350     MOVE ZEROES TO WS-INQ-SUB.
005360     PERFORM 5100-REPORT-ONE-ID THRU 5100-EXIT
005370         UNTIL WS-INQ-SUB >= WS-INQ-COUNT.
005380 5000-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------*
005420*  5100-REPORT-ONE-ID - THE DISPOSITION SUMMARY FOR ONE ID *
005430*----------------------------------------------------------*
005440 5100-REPORT-ONE-ID.
005450     ADD 1 TO WS-INQ-SUB.
005460     SET INQ-IX TO WS-INQ-SUB.
005470     MOVE WS-INQ-ID (INQ-IX) TO RPT-STA-ID.
005480     IF WS-INQ-SEEN (INQ-IX)
005490         MOVE SPACES TO RPT-STA-TEXT
005500         STRING 'FIRST SEEN ' DELIMITED BY SIZE
005510             WS-INQ-FIRST-DATE (INQ-IX) DELIMITED BY SIZE
005520             INTO RPT-STA-TEXT
005530         WRITE REPORT-LINE FROM RPT-STATE-LINE
005540     ELSE
005550         MOVE 'NOT ON ID MASTER (NEVER TRANSFERRED OR AGED OFF)'
005560             TO RPT-STA-TEXT
005570         WRITE REPORT-LINE FROM RPT-STATE-LINE
005580     END-IF.
005590     MOVE SPACES TO RPT-STA-TEXT.
005600     STRING 'AUDIT ENTRIES ' DELIMITED BY SIZE
005610         WS-INQ-AUDIT-CT (INQ-IX) DELIMITED BY SIZE
005620         ' SPILL FRAGMENTS ' DELIMITED BY SIZE
005630         WS-INQ-SPILL-CT (INQ-IX) DELIMITED BY SIZE
005640         INTO RPT-STA-TEXT.
005650     WRITE REPORT-LINE FROM RPT-STATE-LINE.
005660     PERFORM 5200-REPORT-MASTER-STATE THRU 5200-EXIT.
005670     MOVE SPACES TO REPORT-LINE.
005680     WRITE REPORT-LINE.
005690 5100-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------*
005730*  5200-REPORT-MASTER-STATE - THE CURRENT TRNMASTR RECORD  *
005740*                             FOR THE INQUIRY ID, IF ANY   *
005750*----------------------------------------------------------*
005760 5200-REPORT-MASTER-STATE.
005770     IF NOT WS-MST-OPEN
005780         GO TO 5200-EXIT
005790     END-IF.
005800     IF WS-INQ-ID (INQ-IX) IS NOT NUMERIC
005810         MOVE 'ID NOT NUMERIC, NO MASTER LOOKUP POSSIBLE'
005820             TO RPT-STA-TEXT
005830         WRITE REPORT-LINE FROM RPT-STATE-LINE
005840         GO TO 5200-EXIT
005850     END-IF.
005860     MOVE WS-INQ-ID (INQ-IX) TO DL100-MST-ID.
005870     MOVE 'N' TO WS-MST-FOUND-SW.
005880     READ TRANS-MASTER-FILE
005890         INVALID KEY
005900             MOVE 'NOT ON THE TRANSACTION MASTER'
005910                 TO RPT-STA-TEXT
005920         NOT INVALID KEY
005930             SET WS-MST-FOUND TO TRUE
005940             MOVE DL100-MST-STATUS-CD  TO WS-STA-STATUS
005950             MOVE DL100-MST-DELETE-FLAG TO WS-STA-DELETE
005960             MOVE DL100-MST-MAINT-DATE TO WS-STA-MAINT-DATE
005970             MOVE DL100-MST-LAST-ACTION TO WS-STA-ACTION
005980             IF DL100-MST-AMOUNT IS NUMERIC
005990                 MOVE DL100-MST-AMOUNT TO WS-STA-AMOUNT
006000             ELSE
006010                 MOVE ZEROES TO WS-STA-AMOUNT
006020             END-IF
006030             MOVE WS-STATE-TEXT TO RPT-STA-TEXT
006040     END-READ.
006050     WRITE REPORT-LINE FROM RPT-STATE-LINE.
006060     IF WS-MST-FOUND
006070         PERFORM 5300-REPORT-REVERSALS THRU 5300-EXIT
006080     END-IF.
006090 5200-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------*
006130*  5300-REPORT-REVERSALS - A REVERSAL SHOWS THE ORIGINAL   *
006140*                          IT OFFSETS; AN ORIGINAL SHOWS   *
006150*                          ITS REVERSED-TO-DATE TOTAL, NET *
006160*                          POSITION AND EACH REVERSAL      *
006170*                          POSTED AGAINST IT               *
006180*----------------------------------------------------------*
006190 5300-REPORT-REVERSALS.
006200     IF DL100-MST-ORIG-ID IS NUMERIC
006210         AND DL100-MST-ORIG-ID > 0
006220         MOVE DL100-MST-ORIG-ID TO WS-RVO-ORIG-ID
006230         IF DL100-MST-ORIG-AMOUNT IS NUMERIC
006240             MOVE DL100-MST-ORIG-AMOUNT TO WS-RVO-ORIG-AMOUNT
006250         ELSE
006260             MOVE ZEROES TO WS-RVO-ORIG-AMOUNT
006270         END-IF
006280         MOVE WS-REV-OF-TEXT TO RPT-STA-TEXT
006290         WRITE REPORT-LINE FROM RPT-STATE-LINE
006300         GO TO 5300-EXIT
006310     END-IF.
006320     IF DL100-MST-REVERSED-AMT IS NOT NUMERIC
006330         OR DL100-MST-REVERSED-AMT = 0
006340         GO TO 5300-EXIT
006350     END-IF.
006360     MOVE DL100-MST-REVERSED-AMT TO WS-RVT-REVERSED.
006370     MOVE ZEROES TO WS-REV-NET-AMT.
006380     IF DL100-MST-AMOUNT IS NUMERIC
006390         COMPUTE WS-REV-NET-AMT =
006400             DL100-MST-AMOUNT - DL100-MST-REVERSED-AMT
006410     END-IF.
006420     MOVE WS-REV-NET-AMT TO WS-RVT-NET.
006430     MOVE WS-REV-TOTAL-TEXT TO RPT-STA-TEXT.
006440     WRITE REPORT-LINE FROM RPT-STATE-LINE.
006450     MOVE ZEROES TO WS-REV-SUB.
006460     PERFORM 5350-REPORT-REV-ENTRY THRU 5350-EXIT
006470         UNTIL WS-REV-SUB >= WS-REV-COUNT.
006480 5300-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------*
006520*  5350-REPORT-REV-ENTRY - ONE REVERSAL OF THE CURRENT     *
006530*                          INQUIRY ID                      *
006540*----------------------------------------------------------*
006550 5350-REPORT-REV-ENTRY.
006560     ADD 1 TO WS-REV-SUB.
006570     SET REV-IX TO WS-REV-SUB.
006580     IF WS-REV-INQ-SUB (REV-IX) NOT = WS-INQ-SUB
006590         GO TO 5350-EXIT
006600     END-IF.
006610     MOVE WS-REV-ID (REV-IX)         TO WS-RVB-ID.
006620     MOVE WS-REV-TRANS-DATE (REV-IX) TO WS-RVB-TRANS-DATE.
006630     MOVE WS-REV-MAINT-DATE (REV-IX) TO WS-RVB-MAINT-DATE.
006640     MOVE WS-REV-AMOUNT (REV-IX)     TO WS-RVB-AMOUNT.
006650     MOVE WS-REV-BY-TEXT TO RPT-STA-TEXT.
006660     WRITE REPORT-LINE FROM RPT-STATE-LINE.
006670 5350-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------*
006710*  9000-TERMINATE - CLOSE FILES                            *
006720*----------------------------------------------------------*
006730 9000-TERMINATE.
006740     CLOSE ID-MASTER-FILE.
006750     CLOSE AUDIT-ARCHIVE.
006760     CLOSE SPILL-ARCHIVE.
006770     IF WS-MST-OPEN
006780         CLOSE TRANS-MASTER-FILE
006790     END-IF.
006800     CLOSE REPORT-FILE.
006810     DISPLAY "DL170 - TRACED " WS-INQ-COUNT " IDS".
006820 9000-EXIT.
006830     EXIT.
006840
006850 9999-EXIT.
006860     STOP RUN.
