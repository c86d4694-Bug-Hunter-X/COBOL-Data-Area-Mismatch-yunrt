000190*                   DATE IS STILL IN THE FUTURE - THE      *
000200*                   EVIDENCE FOR THE QUARTERLY REFERENCE-  *
000210*                   DATA CLEANUP WITH THE BUSINESS OWNERS. *
000220*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000230*                   ORIG-ID FIELD.                         *
000240*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000250*                   CURRENCY-CD FIELD.                     *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STATUS-REF-FILE ASSIGN TO "STATREF"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-SRF-STATUS.
000360     SELECT INFILE ASSIGN TO "INFILE"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-INFILE-STATUS.
000390     SELECT OPTIONAL TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS DL100-MST-ID
000430         FILE STATUS IS WS-MST-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "USAGERPT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  STATUS-REF-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520     COPY DL100SRF.
000530 FD  INFILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  INFILE-RECORD                 PIC X(100).
000570 FD  TRANS-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY DL100MST.
000600 FD  REPORT-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  REPORT-LINE                   PIC X(132).
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------*
000660*  RUN CONTROL SWITCHES                                    *
000670*----------------------------------------------------------*
000680 01  WS-SWITCHES.
000690     05  WS-SRF-EOF-SW             PIC X(01)  VALUE 'N'.
000700         88  WS-SRF-EOF                       VALUE 'Y'.
000710     05  WS-IN-EOF-SW              PIC X(01)  VALUE 'N'.
000720         88  WS-IN-EOF                        VALUE 'Y'.
000730     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
000740         88  WS-MST-EOF                       VALUE 'Y'.
000750 01  WS-SRF-STATUS                 PIC X(02)  VALUE SPACES.
000760     88  WS-SRF-OK                            VALUE '00'.
000770 01  WS-INFILE-STATUS              PIC X(02)  VALUE SPACES.
000780     88  WS-INFILE-OK                         VALUE '00'.
000790 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
000800     88  WS-MST-OK                            VALUE '00' '05'.
000810 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
000820     88  WS-REPORT-OK                         VALUE '00'.
000830 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000840 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
000850 01  WS-ARRIVAL-CT                 PIC 9(08)  VALUE ZEROES COMP.
000860 01  WS-MASTER-CT                  PIC 9(08)  VALUE ZEROES COMP.
000870 01  WS-TALLY-CODE                 PIC X(02)  VALUE SPACES.
000880 01  WS-TALLY-SOURCE               PIC X(01)  VALUE SPACE.
000890     88  WS-TALLY-ARRIVAL                     VALUE 'I'.
000900     88  WS-TALLY-MASTER                      VALUE 'M'.
000910 01  WS-FLAGGED-CT                 PIC 9(04)  VALUE ZEROES COMP.
000920 01  WS-USAGE-SUB                  PIC 9(03)  VALUE ZEROES COMP.
000930*----------------------------------------------------------*
000940*  USAGE TABLE - THE STATREF ENTRIES FIRST, THEN SLOTS     *
000950*  CLAIMED BY UNKNOWN CODES AS THEY ARE SEEN, SO EVERY     *
000960*  CODE IN PLAY GETS A LINE WHETHER THE TABLE KNOWS IT OR  *
000970*  NOT                                                     *
000980*----------------------------------------------------------*
000990 01  WS-USAGE-TABLE.
001000     05  WS-USE-COUNT              PIC 9(03)  VALUE ZEROES COMP.
001010     05  WS-USE-ENTRY OCCURS 80 TIMES
001020             INDEXED BY USE-IX.
001030         10  WS-USE-CODE           PIC X(02).
001040         10  WS-USE-DESC           PIC X(30).
001050         10  WS-USE-ACTIVE-FLAG    PIC X(01).
001060         10  WS-USE-EFF-DATE       PIC 9(08).
001070         10  WS-USE-IN-REF-SW      PIC X(01).
001080             88  WS-USE-IN-REF             VALUE 'Y'.
001090         10  WS-USE-ARRIVE-CT      PIC 9(08) COMP.
001100         10  WS-USE-MASTER-CT      PIC 9(08) COMP.
001110     COPY DL100REC REPLACING
001120         ==PFX-ID==         BY ==WS-IN-ID==
001130         ==PFX-TRANS-DATE== BY ==WS-IN-TRANS-DATE==
001140         ==PFX-NAME==       BY ==WS-IN-NAME==
001150         ==PFX-AMOUNT==     BY ==WS-IN-AMOUNT==
001160         ==PFX-STATUS-CD==  BY ==WS-IN-STATUS-CD==
001170         ==PFX-ORIG-ID==    BY ==WS-IN-ORIG-ID==
001180         ==PFX-CURRENCY-CD== BY ==WS-IN-CURRENCY-CD==
001190         ==PFX==            BY ==WS-IN-AREA==.
001200*----------------------------------------------------------*
001210*  REPORT LINE LAYOUTS                                     *
001220*----------------------------------------------------------*
001230 01  RPT-HEADING-1.
001240     05  FILLER                    PIC X(20)
001250         VALUE 'DL150               '.
001260     05  FILLER                    PIC X(26)
001270         VALUE 'STATUS CODE USAGE REPORT  '.
001280     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
001290     05  RPT-HDG-DATE              PIC 9(08).
001300     05  FILLER                    PIC X(06) VALUE ' TIME '.
001310     05  RPT-HDG-TIME              PIC 9(08).
001320     05  FILLER                    PIC X(55) VALUE SPACES.
001330 01  RPT-USAGE-HEADING.
001340     05  FILLER                    PIC X(06) VALUE 'CODE  '.
001350     05  FILLER                    PIC X(32)
001360         VALUE 'DESCRIPTION                     '.
001370     05  FILLER                    PIC X(05) VALUE 'ACTV '.
001380     05  FILLER                    PIC X(10) VALUE 'EFF DATE  '.
001390     05  FILLER                    PIC X(14)
001400         VALUE '   ARRIVALS   '.
001410     05  FILLER                    PIC X(14)
001420         VALUE '   ON MASTER  '.
001430     05  FILLER                    PIC X(51) VALUE SPACES.
001440 01  RPT-USAGE-LINE.
001450     05  FILLER                    PIC X(01) VALUE SPACES.
001460     05  RPT-USE-CODE              PIC X(02).
001470     05  FILLER                    PIC X(03) VALUE SPACES.
001480     05  RPT-USE-DESC              PIC X(30).
001490     05  FILLER                    PIC X(03) VALUE SPACES.
001500     05  RPT-USE-ACTIVE            PIC X(01).
001510     05  FILLER                    PIC X(04) VALUE SPACES.
001520     05  RPT-USE-EFF-DATE          PIC 9(08).
001530     05  FILLER                    PIC X(03) VALUE SPACES.
001540     05  RPT-USE-ARRIVE-CT         PIC ZZ,ZZZ,ZZ9.
001550     05  FILLER                    PIC X(04) VALUE SPACES.
001560     05  RPT-USE-MASTER-CT         PIC ZZ,ZZZ,ZZ9.
001570     05  FILLER                    PIC X(53) VALUE SPACES.
001580 01  RPT-FLAG-LINE.
001590     05  FILLER                    PIC X(03) VALUE '** '.
001600     05  RPT-FLG-CODE              PIC X(02).
001610     05  FILLER                    PIC X(01) VALUE SPACE.
001620     05  RPT-FLG-TEXT              PIC X(40).
001630     05  FILLER                    PIC X(01) VALUE SPACE.
001640     05  RPT-FLG-COUNT             PIC ZZ,ZZZ,ZZ9.
001650     05  FILLER                    PIC X(03) VALUE ' **'.
001660     05  FILLER                    PIC X(72) VALUE SPACES.
001670 01  RPT-TEXT-LINE                 PIC X(132).
001680 PROCEDURE DIVISION.
001690*----------------------------------------------------------*
001700*  0000-MAINLINE                                           *
001710*----------------------------------------------------------*
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-TALLY-ARRIVAL THRU 2000-EXIT
001750         UNTIL WS-IN-EOF.
001760     PERFORM 3000-TALLY-MASTER THRU 3000-EXIT
001770         UNTIL WS-MST-EOF.
001780     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001800     GO TO 9999-EXIT.
001810
001820*----------------------------------------------------------*
001830*  1000-INITIALIZE - OPEN FILES AND LOAD THE REFERENCE     *
001840*                    TABLE                                 *
001850*----------------------------------------------------------*
001860 1000-INITIALIZE.
001870     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001880     ACCEPT WS-CURRENT-TIME FROM TIME.
001890     OPEN INPUT INFILE.
001900     IF NOT WS-INFILE-OK
001910         DISPLAY "DL150 - UNABLE TO OPEN INFILE, STATUS = "
001920             WS-INFILE-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 9999-EXIT
001950     END-IF.
001960     OPEN OUTPUT REPORT-FILE.
001970     IF NOT WS-REPORT-OK
001980         DISPLAY "DL150 - UNABLE TO OPEN USAGERPT, STATUS = "
001990             WS-REPORT-STATUS
002000         MOVE 16 TO RETURN-CODE
002010         GO TO 9999-EXIT
002020     END-IF.
002030     OPEN INPUT TRANS-MASTER-FILE.
002040     IF NOT WS-MST-OK
002050         DISPLAY "DL150 - TRNMASTR NOT PRESENT, STATUS = "
002060             WS-MST-STATUS ", MASTER COUNTS WILL BE ZERO"
002070         SET WS-MST-EOF TO TRUE
002080     END-IF.
002090     OPEN INPUT STATUS-REF-FILE.
002100     IF WS-SRF-OK
002110         PERFORM 1100-LOAD-REF-REC THRU 1100-EXIT
002120             UNTIL WS-SRF-EOF
002130         CLOSE STATUS-REF-FILE
002140     ELSE
002150         DISPLAY "DL150 - WARNING, STATREF NOT PRESENT, "
002160             "STATUS = " WS-SRF-STATUS
002170             ", EVERY CODE WILL REPORT AS UNKNOWN"
002180     END-IF.
002190     DISPLAY "DL150 - REFERENCE LOADED, " WS-USE-COUNT
002200         " CODES".
002210 1000-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------*
002250*  1100-LOAD-REF-REC - SEED THE USAGE TABLE WITH ONE       *
002260*                      STATREF ENTRY                       *
002270*----------------------------------------------------------*
002280 1100-LOAD-REF-REC.
002290     READ STATUS-REF-FILE
002300         AT END
002310             SET WS-SRF-EOF TO TRUE
002320             GO TO 1100-EXIT
002330     END-READ.
002340     IF WS-USE-COUNT >= 80
002350         DISPLAY "DL150 - WARNING, USAGE TABLE FULL, EXTRA "
002360             "STATREF CODES DROPPED"
002370         SET WS-SRF-EOF TO TRUE
002380         GO TO 1100-EXIT
002390     END-IF.
002400     ADD 1 TO WS-USE-COUNT.
002410     SET USE-IX TO WS-USE-COUNT.
002420     MOVE DL100-SRF-CODE        TO WS-USE-CODE (USE-IX).
002430     MOVE DL100-SRF-DESC        TO WS-USE-DESC (USE-IX).
002440     MOVE DL100-SRF-ACTIVE-FLAG
002450         TO WS-USE-ACTIVE-FLAG (USE-IX).
002460     MOVE DL100-SRF-EFF-DATE    TO WS-USE-EFF-DATE (USE-IX).
002470     MOVE 'Y'                   TO WS-USE-IN-REF-SW (USE-IX).
002480     MOVE ZEROES                TO WS-USE-ARRIVE-CT (USE-IX).
002490     MOVE ZEROES                TO WS-USE-MASTER-CT (USE-IX).
002500 1100-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------*
002540*  2000-TALLY-ARRIVAL - TALLY THE STATUS CODE ON ONE       *
002550*                       ARRIVING DETAIL RECORD             *
002560*----------------------------------------------------------*
002570 2000-TALLY-ARRIVAL.
002580     READ INFILE INTO WS-IN-AREA
002590         AT END
002600             SET WS-IN-EOF TO TRUE
002610             GO TO 2000-EXIT
002620     END-READ.
002630     IF WS-IN-AREA (1:2) = 'HD' OR 'TL' OR 'GT'
002640         GO TO 2000-EXIT
002650     END-IF.
002660     ADD 1 TO WS-ARRIVAL-CT.
002670     MOVE WS-IN-STATUS-CD TO WS-TALLY-CODE.
002680     SET WS-TALLY-ARRIVAL TO TRUE.
002690     PERFORM 4000-TALLY-CODE THRU 4000-EXIT.
002700 2000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740*  3000-TALLY-MASTER - TALLY THE STATUS CODE ON ONE MASTER *
002750*                      RECORD                              *
002760*----------------------------------------------------------*
002770 3000-TALLY-MASTER.
002780     READ TRANS-MASTER-FILE
002790         AT END
002800             SET WS-MST-EOF TO TRUE
002810             GO TO 3000-EXIT
002820     END-READ.
002830     ADD 1 TO WS-MASTER-CT.
002840     MOVE DL100-MST-STATUS-CD TO WS-TALLY-CODE.
002850     SET WS-TALLY-MASTER TO TRUE.
002860     PERFORM 4000-TALLY-CODE THRU 4000-EXIT.
002870 3000-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------*
002910*  4000-TALLY-CODE - FIND OR CLAIM THE USAGE SLOT FOR      *
002920*                    WS-TALLY-CODE AND COUNT IT UNDER THE  *
002930*                    TALLY SOURCE                          *
002940*----------------------------------------------------------*
002950 4000-TALLY-CODE.
002960     IF WS-USE-COUNT > 0
002970         SET USE-IX TO 1
002980         SEARCH WS-USE-ENTRY
002990             AT END
003000                 CONTINUE
003010             WHEN USE-IX > WS-USE-COUNT
003020                 CONTINUE
003030             WHEN WS-USE-CODE (USE-IX) = WS-TALLY-CODE
003040                 PERFORM 4100-COUNT-USAGE THRU 4100-EXIT
003050                 GO TO 4000-EXIT
003060         END-SEARCH
003070     END-IF.
003080     IF WS-USE-COUNT >= 80
003090         DISPLAY "DL150 - WARNING, USAGE TABLE FULL, CODE '"
003100             WS-TALLY-CODE "' NOT TALLIED"
003110         GO TO 4000-EXIT
003120     END-IF.
003130     ADD 1 TO WS-USE-COUNT.
003140     SET USE-IX TO WS-USE-COUNT.
003150     MOVE WS-TALLY-CODE TO WS-USE-CODE (USE-IX).
003160     MOVE 'NOT ON STATREF'
003170         TO WS-USE-DESC (USE-IX).
003180     MOVE '?'    TO WS-USE-ACTIVE-FLAG (USE-IX).
003190     MOVE ZEROES TO WS-USE-EFF-DATE (USE-IX).
003200     MOVE 'N'    TO WS-USE-IN-REF-SW (USE-IX).
003210     MOVE ZEROES TO WS-USE-ARRIVE-CT (USE-IX).
003220     MOVE ZEROES TO WS-USE-MASTER-CT (USE-IX).
003230     PERFORM 4100-COUNT-USAGE THRU 4100-EXIT.
003240 4000-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------*
003280*  4100-COUNT-USAGE - BUMP THE COUNTER FOR THE TALLY       *
003290*                     SOURCE.  USE-IX IS ON THE SLOT       *
003300*----------------------------------------------------------*
003310 4100-COUNT-USAGE.
003320     IF WS-TALLY-ARRIVAL
003330         ADD 1 TO WS-USE-ARRIVE-CT (USE-IX)
003340     ELSE
003350         ADD 1 TO WS-USE-MASTER-CT (USE-IX)
003360     END-IF.
003370 4100-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003410*  5000-PRINT-REPORT - THE FULL USAGE TABLE, THEN THE      *
003420*                      THREE FLAGGED SECTIONS FOR THE      *
003430*                      CLEANUP REVIEW                      *
003440*----------------------------------------------------------*
003450 5000-PRINT-REPORT.
003460     MOVE WS-CURRENT-DATE TO RPT-HDG-DATE.
003470     MOVE WS-CURRENT-TIME TO RPT-HDG-TIME.
003480     WRITE REPORT-LINE FROM RPT-HEADING-1.
003490     MOVE SPACES TO REPORT-LINE.
003500     WRITE REPORT-LINE.
003510     WRITE REPORT-LINE FROM RPT-USAGE-HEADING.
003520     MOVE ZEROES TO WS-USAGE-SUB.
003530     PERFORM 5100-PRINT-USAGE-LINE THRU 5100-EXIT
003540         UNTIL WS-USAGE-SUB >= WS-USE-COUNT.
003550     MOVE SPACES TO REPORT-LINE.
003560     WRITE REPORT-LINE.
003570     MOVE ZEROES TO WS-FLAGGED-CT.
003580     MOVE ZEROES TO WS-USAGE-SUB.
003590     PERFORM 5200-FLAG-NO-TRAFFIC THRU 5200-EXIT
003600         UNTIL WS-USAGE-SUB >= WS-USE-COUNT.
003610     MOVE ZEROES TO WS-USAGE-SUB.
003620     PERFORM 5300-FLAG-DEAD-ARRIVALS THRU 5300-EXIT
003630         UNTIL WS-USAGE-SUB >= WS-USE-COUNT.
003640     MOVE ZEROES TO WS-USAGE-SUB.
003650     PERFORM 5400-FLAG-FUTURE-DATES THRU 5400-EXIT
003660         UNTIL WS-USAGE-SUB >= WS-USE-COUNT.
003670     IF WS-FLAGGED-CT = 0
003680         MOVE 'STATREF AGREES WITH THE TRAFFIC, NOTHING FLAGGED'
003690             TO RPT-TEXT-LINE
003700         WRITE REPORT-LINE FROM RPT-TEXT-LINE
003710     END-IF.
003720     DISPLAY "DL150 - ARRIVALS TALLIED = " WS-ARRIVAL-CT.
003730     DISPLAY "DL150 - MASTER RECORDS   = " WS-MASTER-CT.
003740     DISPLAY "DL150 - CODES FLAGGED    = " WS-FLAGGED-CT.
003750 5000-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  5100-PRINT-USAGE-LINE - ONE LINE PER CODE IN PLAY       *
003800*----------------------------------------------------------*
003810 5100-PRINT-USAGE-LINE.
003820     ADD 1 TO WS-USAGE-SUB.
003830     SET USE-IX TO WS-USAGE-SUB.
003840     MOVE WS-USE-CODE (USE-IX)        TO RPT-USE-CODE.
003850     MOVE WS-USE-DESC (USE-IX)        TO RPT-USE-DESC.
003860     MOVE WS-USE-ACTIVE-FLAG (USE-IX) TO RPT-USE-ACTIVE.
003870     MOVE WS-USE-EFF-DATE (USE-IX)    TO RPT-USE-EFF-DATE.
003880     MOVE WS-USE-ARRIVE-CT (USE-IX)   TO RPT-USE-ARRIVE-CT.
003890     MOVE WS-USE-MASTER-CT (USE-IX)   TO RPT-USE-MASTER-CT.
003900     WRITE REPORT-LINE FROM RPT-USAGE-LINE.
003910 5100-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------*
003950*  5200-FLAG-NO-TRAFFIC - ACTIVE CODES NOBODY SENDS AND    *
003960*                         NOBODY HOLDS                     *
003970*----------------------------------------------------------*
003980 5200-FLAG-NO-TRAFFIC.
003990     ADD 1 TO WS-USAGE-SUB.
004000     SET USE-IX TO WS-USAGE-SUB.
004010     IF WS-USE-IN-REF (USE-IX)
004020         AND WS-USE-ACTIVE-FLAG (USE-IX) = 'A'
004030         AND WS-USE-ARRIVE-CT (USE-IX) = 0
004040         AND WS-USE-MASTER-CT (USE-IX) = 0
004050         MOVE WS-USE-CODE (USE-IX) TO RPT-FLG-CODE
004060         MOVE 'ACTIVE CODE WITH NO TRAFFIC AT ALL'
004070             TO RPT-FLG-TEXT
004080         MOVE ZEROES TO RPT-FLG-COUNT
004090         WRITE REPORT-LINE FROM RPT-FLAG-LINE
004100         ADD 1 TO WS-FLAGGED-CT
004110     END-IF.
004120 5200-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  5300-FLAG-DEAD-ARRIVALS - INACTIVE OR UNKNOWN CODES     *
004170*                            STILL ARRIVING TONIGHT        *
004180*----------------------------------------------------------*
004190 5300-FLAG-DEAD-ARRIVALS.
004200     ADD 1 TO WS-USAGE-SUB.
004210     SET USE-IX TO WS-USAGE-SUB.
004220     IF WS-USE-ARRIVE-CT (USE-IX) > 0
004230         AND (NOT WS-USE-IN-REF (USE-IX)
004240             OR WS-USE-ACTIVE-FLAG (USE-IX) NOT = 'A')
004250         MOVE WS-USE-CODE (USE-IX) TO RPT-FLG-CODE
004260         IF WS-USE-IN-REF (USE-IX)
004270             MOVE 'INACTIVE CODE STILL ARRIVING, COUNT'
004280                 TO RPT-FLG-TEXT
004290         ELSE
004300             MOVE 'UNKNOWN CODE ARRIVING, COUNT'
004310                 TO RPT-FLG-TEXT
004320         END-IF
004330         MOVE WS-USE-ARRIVE-CT (USE-IX) TO RPT-FLG-COUNT
004340         WRITE REPORT-LINE FROM RPT-FLAG-LINE
004350         ADD 1 TO WS-FLAGGED-CT
004360         IF RETURN-CODE < 4
004370             MOVE 4 TO RETURN-CODE
004380         END-IF
004390     END-IF.
004400 5300-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440*  5400-FLAG-FUTURE-DATES - CODES WHOSE EFFECTIVE DATE HAS *
004450*                           NOT ARRIVED YET                *
004460*----------------------------------------------------------*
004470 5400-FLAG-FUTURE-DATES.
004480     ADD 1 TO WS-USAGE-SUB.
004490     SET USE-IX TO WS-USAGE-SUB.
004500     IF WS-USE-IN-REF (USE-IX)
004510         AND WS-USE-EFF-DATE (USE-IX) IS NUMERIC
004520         AND WS-USE-EFF-DATE (USE-IX) > WS-CURRENT-DATE
004530         MOVE WS-USE-CODE (USE-IX) TO RPT-FLG-CODE
004540         MOVE 'EFFECTIVE DATE STILL IN THE FUTURE'
004550             TO RPT-FLG-TEXT
004560         MOVE WS-USE-ARRIVE-CT (USE-IX) TO RPT-FLG-COUNT
004570         WRITE REPORT-LINE FROM RPT-FLAG-LINE
004580         ADD 1 TO WS-FLAGGED-CT
004590     END-IF.
004600 5400-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------*
004640*  9000-TERMINATE - CLOSE FILES                            *
004650*----------------------------------------------------------*
004660 9000-TERMINATE.
004670     CLOSE INFILE.
004680     CLOSE TRANS-MASTER-FILE.
004690     CLOSE REPORT-FILE.
004700 9000-EXIT.
004710     EXIT.
004720
004730 9999-EXIT.
004740     STOP RUN.
