000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL250.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW CUSTOMER AGGREGATE EXPOSURE        *
000120*                   REPORT.  DL100 NOW HOLDS TO SUSPENSE   *
000130*                   (REASON 'A') ANY DETAIL THAT WOULD     *
000140*                   TAKE ITS CUSTOMER OVER THE EXPOSREF    *
000150*                   CEILING ON NET AMOUNT OR DETAIL COUNT  *
000160*                   OVER THE ROLLING WINDOW.  THIS JOB     *
000170*                   TOTALS EACH CUSTOMER'S LIVE TRNMASTR   *
000180*                   POSTINGS INSIDE THE SAME WINDOW,       *
000190*                   MEASURES THEM AGAINST THE SAME RULES   *
000200*                   AND LISTS ON EXPRPT THE CUSTOMERS      *
000210*                   CLOSEST TO THEIR CEILING.  RUN IT      *
000220*                   AFTER THE DL100 APPLY STEP.  THE       *
000230*                   REPORT IS INFORMATION ONLY - A         *
000240*                   CUSTOMER OVER THE CEILING GOT THERE    *
000250*                   THROUGH A SUPERVISOR RELEASE OR A      *
000260*                   RULE CHANGE, NOT PAST THE CHECK.       *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EXPOSURE-CARD ASSIGN TO "EXPCARD"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-CARD-STATUS.
000370     SELECT EXPOSURE-REF-FILE ASSIGN TO "EXPOSREF"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-EXP-STATUS.
000400     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS DL100-MST-ID
000440         FILE STATUS IS WS-MST-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO "EXPRPT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EXPOSURE-CARD
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530     COPY DL100XPC.
000540 FD  EXPOSURE-REF-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DL100EXP.
000580 FD  TRANS-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY DL100MST.
000610 FD  REPORT-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  REPORT-LINE                   PIC X(132).
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------*
000670*  RUN CONTROL SWITCHES                                    *
000680*----------------------------------------------------------*
000690 01  WS-SWITCHES.
000700     05  WS-EXP-EOF-SW             PIC X(01)  VALUE 'N'.
000710         88  WS-EXP-EOF                       VALUE 'Y'.
000720     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
000730         88  WS-MST-EOF                       VALUE 'Y'.
000740     05  WS-EXT-FOUND-SW           PIC X(01)  VALUE 'N'.
000750         88  WS-EXT-FOUND                     VALUE 'Y'.
000760     05  WS-EXT-FULL-SW            PIC X(01)  VALUE 'N'.
000770         88  WS-EXT-FULL                      VALUE 'Y'.
000780     05  WS-EXR-FOUND-SW           PIC X(01)  VALUE 'N'.
000790         88  WS-EXR-FOUND                     VALUE 'Y'.
000800 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000810     88  WS-CARD-OK                           VALUE '00'.
000820 01  WS-EXP-STATUS                 PIC X(02)  VALUE SPACES.
000830     88  WS-EXP-OK                            VALUE '00'.
000840 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
000850     88  WS-MST-OK                            VALUE '00'.
000860 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
000870     88  WS-REPORT-OK                         VALUE '00'.
000880 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000890 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
000900*----------------------------------------------------------*
000910*  WINDOW AND LISTING SIZE - EXPCARD OVERRIDES THE         *
000920*  DEFAULTS; THE WINDOW DAYS COME FROM THE EXPOSREF        *
000930*  DEFAULT RULE, AS IN DL100                               *
000940*----------------------------------------------------------*
000950 01  WS-AS-OF-DATE                 PIC 9(08)  VALUE ZEROES.
000960 01  WS-TOP-MAX                    PIC 9(03)  VALUE 50 COMP.
000970 01  WS-EXP-WINDOW-DAYS            PIC 9(03)  VALUE 7 COMP.
000980 01  WS-EXP-WINDOW-START           PIC 9(08)  VALUE ZEROES.
000990*----------------------------------------------------------*
001000*  MASTER AND RULE COUNTS                                  *
001010*----------------------------------------------------------*
001020 01  WS-MASTER-CT                  PIC 9(08)  VALUE ZEROES COMP.
001030 01  WS-WINDOW-CT                  PIC 9(08)  VALUE ZEROES COMP.
001040 01  WS-RULED-CT                   PIC 9(08)  VALUE ZEROES COMP.
001050 01  WS-OVER-CT                    PIC 9(08)  VALUE ZEROES COMP.
001060 01  WS-NEAR-CT                    PIC 9(08)  VALUE ZEROES COMP.
001070*----------------------------------------------------------*
001080*  EXPOSURE RULES FROM EXPOSREF - NAME '*' IS THE DEFAULT  *
001090*----------------------------------------------------------*
001100 01  WS-EXP-RULE-TABLE.
001110     05  WS-EXR-COUNT              PIC 9(03)  VALUE ZEROES COMP.
001120     05  WS-EXR-ENTRY OCCURS 200 TIMES
001130             INDEXED BY EXR-IX.
001140         10  WS-EXR-NAME           PIC X(30).
001150         10  WS-EXR-MAX-AMOUNT     PIC 9(09)V99.
001160         10  WS-EXR-MAX-COUNT      PIC 9(05).
001170*----------------------------------------------------------*
001180*  EACH CUSTOMER'S NET AMOUNT AND DETAIL COUNT INSIDE THE  *
001190*  WINDOW.  A REVERSAL NETS ITS OFFSET OFF THE AMOUNT BUT  *
001200*  IS NOT A DETAIL OF ITS OWN                              *
001210*----------------------------------------------------------*
001220 01  WS-EXPOSURE-TABLE.
001230     05  WS-EXT-COUNT              PIC 9(05)  VALUE ZEROES COMP.
001240     05  WS-EXT-ENTRY OCCURS 10000 TIMES
001250             INDEXED BY EXT-IX.
001260         10  WS-EXT-NAME           PIC X(30).
001270         10  WS-EXT-AMOUNT         PIC S9(13)V99 COMP-3.
001280         10  WS-EXT-DTL-CT         PIC 9(07)  COMP.
001290 01  WS-EXT-SUB                    PIC 9(05)  VALUE ZEROES COMP.
001300*----------------------------------------------------------*
001310*  THE CUSTOMERS CLOSEST TO THEIR CEILING, HIGHEST SHARE   *
001320*  OF THE CEILING USED FIRST.  THE SHARE IS THE GREATER OF *
001330*  THE AMOUNT SHARE AND THE COUNT SHARE                    *
001340*----------------------------------------------------------*
001350 01  WS-TOP-TABLE.
001360     05  WS-TOP-COUNT              PIC 9(03)  VALUE ZEROES COMP.
001370     05  WS-TOP-ENTRY OCCURS 200 TIMES
001380             INDEXED BY TOP-IX.
001390         10  WS-TOP-NAME           PIC X(30).
001400         10  WS-TOP-DTL-CT         PIC 9(07)  COMP.
001410         10  WS-TOP-MAX-COUNT      PIC 9(05).
001420         10  WS-TOP-AMOUNT         PIC S9(13)V99 COMP-3.
001430         10  WS-TOP-MAX-AMOUNT     PIC 9(09)V99.
001440         10  WS-TOP-USED-PCT       PIC 9(06)V9 COMP-3.
001450         10  WS-TOP-RULE           PIC X(07).
001460 01  WS-TOP-SUB                    PIC 9(03)  VALUE ZEROES COMP.
001470 01  WS-INS-SUB                    PIC 9(03)  VALUE ZEROES COMP.
001480 01  WS-HIT-MAX-AMOUNT             PIC 9(09)V99 VALUE ZEROES.
001490 01  WS-HIT-MAX-COUNT              PIC 9(05)  VALUE ZEROES.
001500 01  WS-HIT-RULE                   PIC X(07)  VALUE SPACES.
001510 01  WS-USED-PCT                   PIC 9(06)V9 VALUE ZEROES
001520                                   COMP-3.
001530 01  WS-COUNT-PCT                  PIC 9(06)V9 VALUE ZEROES
001540                                   COMP-3.
001550*----------------------------------------------------------*
001560*  REPORT LINE LAYOUTS                                     *
001570*----------------------------------------------------------*
001580 01  RPT-HEADING-1.
001590     05  FILLER                    PIC X(20)
001600         VALUE 'DL250               '.
001610     05  FILLER                    PIC X(34)
001620         VALUE 'CUSTOMER AGGREGATE EXPOSURE       '.
001630     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
001640     05  RPT-HDG-DATE              PIC 9(08).
001650     05  FILLER                    PIC X(06) VALUE ' TIME '.
001660     05  RPT-HDG-TIME              PIC 9(08).
001670     05  FILLER                    PIC X(47) VALUE SPACES.
001680 01  RPT-HEADING-2.
001690     05  FILLER                    PIC X(20)
001700         VALUE 'WINDOW FROM         '.
001710     05  RPT-HDG-FROM              PIC 9(08).
001720     05  FILLER                    PIC X(04) VALUE ' TO '.
001730     05  RPT-HDG-AS-OF             PIC 9(08).
001740     05  FILLER                    PIC X(02) VALUE ' ('.
001750     05  RPT-HDG-WINDOW            PIC ZZ9.
001760     05  FILLER                    PIC X(21)
001770         VALUE ' DAYS)   LISTING TOP '.
001780     05  RPT-HDG-TOP               PIC ZZ9.
001790     05  FILLER                    PIC X(10) VALUE ' CUSTOMERS'.
001800     05  FILLER                    PIC X(53) VALUE SPACES.
001810 01  RPT-COLUMN-HEADING.
001820     05  FILLER                    PIC X(39)
001830         VALUE '  RNK  CUSTOMER NAME'.
001840     05  FILLER                    PIC X(17)
001850         VALUE 'DETAILS   LIMIT  '.
001860     05  FILLER                    PIC X(36)
001870         VALUE '        NET AMOUNT         CEILING  '.
001880     05  FILLER                    PIC X(40)
001890         VALUE '   % USED  RULE     STATUS'.
001900 01  RPT-DETAIL-LINE.
001910     05  FILLER                    PIC X(02) VALUE SPACES.
001920     05  RPT-DTL-RANK              PIC ZZ9.
001930     05  FILLER                    PIC X(02) VALUE SPACES.
001940     05  RPT-DTL-NAME              PIC X(30).
001950     05  FILLER                    PIC X(02) VALUE SPACES.
001960     05  RPT-DTL-DTL-CT            PIC ZZZ,ZZ9.
001970     05  FILLER                    PIC X(02) VALUE SPACES.
001980     05  RPT-DTL-MAX-CT            PIC ZZ,ZZ9.
001990     05  RPT-DTL-MAX-CT-X REDEFINES RPT-DTL-MAX-CT
002000                                   PIC X(06).
002010     05  FILLER                    PIC X(02) VALUE SPACES.
002020     05  RPT-DTL-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002030     05  FILLER                    PIC X(02) VALUE SPACES.
002040     05  RPT-DTL-MAX-AMT           PIC ZZZ,ZZZ,ZZ9.99.
002050     05  RPT-DTL-MAX-AMT-X REDEFINES RPT-DTL-MAX-AMT
002060                                   PIC X(14).
002070     05  FILLER                    PIC X(02) VALUE SPACES.
002080     05  RPT-DTL-USED-PCT          PIC ZZZ,ZZ9.9.
002090     05  FILLER                    PIC X(02) VALUE SPACES.
002100     05  RPT-DTL-RULE              PIC X(07).
002110     05  FILLER                    PIC X(02) VALUE SPACES.
002120     05  RPT-DTL-STATUS            PIC X(20).
002130 01  RPT-TOTAL-LINE.
002140     05  FILLER                    PIC X(02) VALUE SPACES.
002150     05  RPT-TOT-DESC              PIC X(30).
002160     05  RPT-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
002170     05  FILLER                    PIC X(90) VALUE SPACES.
002180 01  RPT-OVER-LINE.
002190     05  FILLER                    PIC X(04) VALUE '*** '.
002200     05  RPT-OVR-COUNT             PIC Z,ZZ9.
002210     05  FILLER                    PIC X(40)
002220         VALUE ' CUSTOMERS AT OR OVER THEIR CEILING ***'.
002230     05  FILLER                    PIC X(83) VALUE SPACES.
002240 01  RPT-CLEAN-LINE                PIC X(132) VALUE
002250     'NO CUSTOMER AT OR OVER THEIR AGGREGATE CEILING'.
002260 01  RPT-NO-RULES-LINE             PIC X(132) VALUE
002270     'NO EXPOSREF RULES - THE AGGREGATE EXPOSURE CHECK IS OFF'.
002280 PROCEDURE DIVISION.
002290*----------------------------------------------------------*
002300*  0000-MAINLINE                                           *
002310*----------------------------------------------------------*
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     PERFORM 2000-LOAD-RULES THRU 2000-EXIT.
002350     PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT
002360         UNTIL WS-MST-EOF.
002370     PERFORM 4000-RANK-CUSTOMER THRU 4000-EXIT
002380         VARYING WS-EXT-SUB FROM 1 BY 1
002390         UNTIL WS-EXT-SUB > WS-EXT-COUNT.
002400     PERFORM 5000-PRINT-HEADINGS THRU 5000-EXIT.
002410     PERFORM 5100-PRINT-CUSTOMER THRU 5100-EXIT
002420         VARYING WS-TOP-SUB FROM 1 BY 1
002430         UNTIL WS-TOP-SUB > WS-TOP-COUNT.
002440     PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT.
002450     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002470     GO TO 9999-EXIT.
002480
002490*----------------------------------------------------------*
002500*  1000-INITIALIZE - READ THE OPTIONAL EXPCARD AND OPEN    *
002510*                    FILES                                 *
002520*----------------------------------------------------------*
002530 1000-INITIALIZE.
002540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002550     ACCEPT WS-CURRENT-TIME FROM TIME.
002560     MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
002570     OPEN INPUT EXPOSURE-CARD.
002580     IF WS-CARD-OK
002590         READ EXPOSURE-CARD
002600             AT END
002610                 CONTINUE
002620             NOT AT END
002630                 PERFORM 1100-TAKE-CARD THRU 1100-EXIT
002640         END-READ
002650         CLOSE EXPOSURE-CARD
002660     END-IF.
002670     OPEN INPUT TRANS-MASTER-FILE.
002680     IF NOT WS-MST-OK
002690         DISPLAY "DL250 - UNABLE TO OPEN TRNMASTR, STATUS = "
002700             WS-MST-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         GO TO 9999-EXIT
002730     END-IF.
002740     OPEN OUTPUT REPORT-FILE.
002750     IF NOT WS-REPORT-OK
002760         DISPLAY "DL250 - UNABLE TO OPEN EXPRPT, STATUS = "
002770             WS-REPORT-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         GO TO 9999-EXIT
002800     END-IF.
002810 1000-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850*  1100-TAKE-CARD - APPLY THE EXPCARD OVERRIDES.  A BLANK  *
002860*                   FIELD KEEPS ITS DEFAULT; A BAD ONE IS  *
002870*                   REPORTED AND ALSO KEEPS ITS DEFAULT    *
002880*----------------------------------------------------------*
002890 1100-TAKE-CARD.
002900     IF DL100-XPC-AS-OF-X NOT = SPACES
002910         IF DL100-XPC-AS-OF-DATE IS NUMERIC
002920             AND DL100-XPC-AS-OF-DATE > 0
002930             MOVE DL100-XPC-AS-OF-DATE TO WS-AS-OF-DATE
002940         ELSE
002950             DISPLAY "DL250 - WARNING, EXPCARD AS-OF DATE "
002960                 DL100-XPC-AS-OF-X " INVALID, USING "
002970                 "CURRENT DATE"
002980         END-IF
002990     END-IF.
003000     IF DL100-XPC-TOP-X NOT = SPACES
003010         IF DL100-XPC-TOP-COUNT IS NUMERIC
003020             AND DL100-XPC-TOP-COUNT > 0
003030             AND DL100-XPC-TOP-COUNT NOT > 200
003040             MOVE DL100-XPC-TOP-COUNT TO WS-TOP-MAX
003050         ELSE
003060             DISPLAY "DL250 - WARNING, EXPCARD TOP COUNT "
003070                 DL100-XPC-TOP-X " INVALID, LISTING "
003080                 WS-TOP-MAX
003090         END-IF
003100     END-IF.
003110 1100-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------*
003150*  2000-LOAD-RULES - LOAD EXPOSREF THE WAY DL100 DOES AND  *
003160*                    SET THE WINDOW.  A MISSING DATASET    *
003170*                    MEANS THE CHECK IS OFF - THE REPORT   *
003180*                    STILL RUNS BUT HAS NOTHING TO RANK    *
003190*----------------------------------------------------------*
003200 2000-LOAD-RULES.
003210     OPEN INPUT EXPOSURE-REF-FILE.
003220     IF WS-EXP-OK
003230         PERFORM 2100-LOAD-RULE-REC THRU 2100-EXIT
003240             UNTIL WS-EXP-EOF
003250         CLOSE EXPOSURE-REF-FILE
003260     ELSE
003270         DISPLAY "DL250 - EXPOSREF NOT PRESENT, STATUS = "
003280             WS-EXP-STATUS ", AGGREGATE EXPOSURE CHECK IS OFF"
003290     END-IF.
003300     IF WS-EXR-COUNT = 0
003310         IF RETURN-CODE < 4
003320             MOVE 4 TO RETURN-CODE
003330         END-IF
003340         SET WS-MST-EOF TO TRUE
003350     END-IF.
003360*    THE AS-OF DATE IS THE LAST DAY OF THE WINDOW
003370     COMPUTE WS-EXP-WINDOW-START = FUNCTION DATE-OF-INTEGER
003380         (FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
003390             - WS-EXP-WINDOW-DAYS + 1).
003400     DISPLAY "DL250 - " WS-EXR-COUNT " EXPOSURE RULES, WINDOW "
003410         WS-EXP-WINDOW-START " TO " WS-AS-OF-DATE.
003420 2000-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460*  2100-LOAD-RULE-REC - KEEP ONE VALID EXPOSURE RULE.  THE *
003470*                       DEFAULT RULE ALSO CARRIES THE      *
003480*                       WINDOW DAYS                        *
003490*----------------------------------------------------------*
003500 2100-LOAD-RULE-REC.
003510     READ EXPOSURE-REF-FILE
003520         AT END
003530             SET WS-EXP-EOF TO TRUE
003540             GO TO 2100-EXIT
003550     END-READ.
003560     IF DL100-EXP-MAX-AMOUNT IS NOT NUMERIC
003570         OR DL100-EXP-MAX-COUNT IS NOT NUMERIC
003580         OR DL100-EXP-NAME = SPACES
003590         DISPLAY "DL250 - WARNING, EXPOSREF RULE FOR '"
003600             DL100-EXP-NAME "' INVALID, IGNORED"
003610         GO TO 2100-EXIT
003620     END-IF.
003630     IF DL100-EXP-DEFAULT
003640         AND DL100-EXP-WINDOW-X NOT = SPACES
003650         IF DL100-EXP-WINDOW-DAYS IS NUMERIC
003660             AND DL100-EXP-WINDOW-DAYS > 0
003670             MOVE DL100-EXP-WINDOW-DAYS TO WS-EXP-WINDOW-DAYS
003680         ELSE
003690             DISPLAY "DL250 - WARNING, EXPOSREF WINDOW DAYS "
003700                 "INVALID, " WS-EXP-WINDOW-DAYS " USED"
003710         END-IF
003720     END-IF.
003730     IF WS-EXR-COUNT >= 200
003740         DISPLAY "DL250 - WARNING, MORE THAN 200 EXPOSURE "
003750             "RULES, EXTRAS IGNORED"
003760         SET WS-EXP-EOF TO TRUE
003770         GO TO 2100-EXIT
003780     END-IF.
003790     ADD 1 TO WS-EXR-COUNT.
003800     SET EXR-IX TO WS-EXR-COUNT.
003810     MOVE DL100-EXP-NAME       TO WS-EXR-NAME (EXR-IX).
003820     MOVE DL100-EXP-MAX-AMOUNT TO WS-EXR-MAX-AMOUNT (EXR-IX).
003830     MOVE DL100-EXP-MAX-COUNT  TO WS-EXR-MAX-COUNT (EXR-IX).
003840 2100-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------*
003880*  3000-SWEEP-MASTER - ADD ONE LIVE MASTER RECORD DATED    *
003890*                      INSIDE THE WINDOW TO ITS CUSTOMER'S *
003900*                      EXPOSURE                            *
003910*----------------------------------------------------------*
003920 3000-SWEEP-MASTER.
003930     READ TRANS-MASTER-FILE
003940         AT END
003950             SET WS-MST-EOF TO TRUE
003960             GO TO 3000-EXIT
003970     END-READ.
003980     ADD 1 TO WS-MASTER-CT.
003990     IF DL100-MST-DELETED
004000         OR DL100-MST-TRANS-DATE IS NOT NUMERIC
004010         OR DL100-MST-AMOUNT IS NOT NUMERIC
004020         GO TO 3000-EXIT
004030     END-IF.
004040     IF DL100-MST-TRANS-DATE < WS-EXP-WINDOW-START
004050         OR DL100-MST-TRANS-DATE > WS-AS-OF-DATE
004060         GO TO 3000-EXIT
004070     END-IF.
004080     ADD 1 TO WS-WINDOW-CT.
004090     MOVE 'N' TO WS-EXT-FOUND-SW.
004100     SET EXT-IX TO 1.
004110     SEARCH WS-EXT-ENTRY
004120         AT END
004130             CONTINUE
004140         WHEN EXT-IX > WS-EXT-COUNT
004150             CONTINUE
004160         WHEN WS-EXT-NAME (EXT-IX) = DL100-MST-NAME
004170             SET WS-EXT-FOUND TO TRUE
004180     END-SEARCH.
004190     IF NOT WS-EXT-FOUND
004200         IF WS-EXT-COUNT >= 10000
004210             IF NOT WS-EXT-FULL
004220                 DISPLAY "DL250 - WARNING, MORE THAN 10000 "
004230                     "CUSTOMERS IN THE WINDOW, EXTRAS NOT "
004240                     "REPORTED"
004250                 SET WS-EXT-FULL TO TRUE
004260                 IF RETURN-CODE < 4
004270                     MOVE 4 TO RETURN-CODE
004280                 END-IF
004290             END-IF
004300             GO TO 3000-EXIT
004310         END-IF
004320         ADD 1 TO WS-EXT-COUNT
004330         SET EXT-IX TO WS-EXT-COUNT
004340         MOVE DL100-MST-NAME TO WS-EXT-NAME (EXT-IX)
004350         MOVE ZEROES TO WS-EXT-AMOUNT (EXT-IX)
004360         MOVE ZEROES TO WS-EXT-DTL-CT (EXT-IX)
004370     END-IF.
004380     ADD DL100-MST-AMOUNT TO WS-EXT-AMOUNT (EXT-IX).
004390     IF DL100-MST-ORIG-ID IS NOT NUMERIC
004400         OR DL100-MST-ORIG-ID = 0
004410         ADD 1 TO WS-EXT-DTL-CT (EXT-IX)
004420     END-IF.
004430 3000-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470*  4000-RANK-CUSTOMER - MEASURE ONE CUSTOMER AGAINST ITS   *
004480*                       RULE (OR THE '*' DEFAULT) AND KEEP *
004490*                       IT IN THE TOP TABLE IF IT IS AMONG *
004500*                       THE CLOSEST TO THEIR CEILING       *
004510*----------------------------------------------------------*
004520 4000-RANK-CUSTOMER.
004530     SET EXT-IX TO WS-EXT-SUB.
004540     MOVE 'N' TO WS-EXR-FOUND-SW.
004550     MOVE 'OWN' TO WS-HIT-RULE.
004560     SET EXR-IX TO 1.
004570     SEARCH WS-EXR-ENTRY
004580         AT END
004590             CONTINUE
004600         WHEN EXR-IX > WS-EXR-COUNT
004610             CONTINUE
004620         WHEN WS-EXR-NAME (EXR-IX) = WS-EXT-NAME (EXT-IX)
004630             PERFORM 4100-KEEP-RULE THRU 4100-EXIT
004640     END-SEARCH.
004650     IF NOT WS-EXR-FOUND
004660         MOVE 'DEFAULT' TO WS-HIT-RULE
004670         SET EXR-IX TO 1
004680         SEARCH WS-EXR-ENTRY
004690             AT END
004700                 CONTINUE
004710             WHEN EXR-IX > WS-EXR-COUNT
004720                 CONTINUE
004730             WHEN WS-EXR-NAME (EXR-IX) = '*'
004740                 PERFORM 4100-KEEP-RULE THRU 4100-EXIT
004750         END-SEARCH
004760     END-IF.
004770     IF NOT WS-EXR-FOUND
004780         GO TO 4000-EXIT
004790     END-IF.
004800     IF WS-HIT-MAX-AMOUNT = 0
004810         AND WS-HIT-MAX-COUNT = 0
004820         GO TO 4000-EXIT
004830     END-IF.
004840     ADD 1 TO WS-RULED-CT.
004850     MOVE ZEROES TO WS-USED-PCT.
004860     IF WS-HIT-MAX-AMOUNT > 0
004870         AND WS-EXT-AMOUNT (EXT-IX) > 0
004880         COMPUTE WS-USED-PCT ROUNDED =
004890             WS-EXT-AMOUNT (EXT-IX) * 100 / WS-HIT-MAX-AMOUNT
004900             ON SIZE ERROR
004910                 MOVE 999999.9 TO WS-USED-PCT
004920         END-COMPUTE
004930     END-IF.
004940     IF WS-HIT-MAX-COUNT > 0
004950         COMPUTE WS-COUNT-PCT ROUNDED =
004960             WS-EXT-DTL-CT (EXT-IX) * 100 / WS-HIT-MAX-COUNT
004970             ON SIZE ERROR
004980                 MOVE 999999.9 TO WS-COUNT-PCT
004990         END-COMPUTE
005000         IF WS-COUNT-PCT > WS-USED-PCT
005010             MOVE WS-COUNT-PCT TO WS-USED-PCT
005020         END-IF
005030     END-IF.
005040     IF WS-USED-PCT NOT < 100
005050         ADD 1 TO WS-OVER-CT
005060     ELSE
005070         IF WS-USED-PCT NOT < 90
005080             ADD 1 TO WS-NEAR-CT
005090         END-IF
005100     END-IF.
005110     IF WS-TOP-COUNT NOT < WS-TOP-MAX
005120         IF WS-USED-PCT NOT > WS-TOP-USED-PCT (WS-TOP-COUNT)
005130             GO TO 4000-EXIT
005140         END-IF
005150     END-IF.
005160*    THE NEW ENTRY GOES AHEAD OF THE FIRST ONE WITH A SMALLER
005170*    SHARE, SO EQUAL SHARES KEEP MASTER ORDER
005180     SET TOP-IX TO 1.
005190     SEARCH WS-TOP-ENTRY
005200         AT END
005210             CONTINUE
005220         WHEN TOP-IX > WS-TOP-COUNT
005230             CONTINUE
005240         WHEN WS-USED-PCT > WS-TOP-USED-PCT (TOP-IX)
005250             CONTINUE
005260     END-SEARCH.
005270     SET WS-INS-SUB TO TOP-IX.
005280     IF WS-TOP-COUNT < WS-TOP-MAX
005290         ADD 1 TO WS-TOP-COUNT
005300     END-IF.
005310     PERFORM 4200-SHIFT-DOWN THRU 4200-EXIT
005320         VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1
005330         UNTIL WS-TOP-SUB NOT > WS-INS-SUB.
005340     SET TOP-IX TO WS-INS-SUB.
005350     MOVE WS-EXT-NAME (EXT-IX)   TO WS-TOP-NAME (TOP-IX).
005360     MOVE WS-EXT-DTL-CT (EXT-IX) TO WS-TOP-DTL-CT (TOP-IX).
005370     MOVE WS-HIT-MAX-COUNT       TO WS-TOP-MAX-COUNT (TOP-IX).
005380     MOVE WS-EXT-AMOUNT (EXT-IX) TO WS-TOP-AMOUNT (TOP-IX).
005390     MOVE WS-HIT-MAX-AMOUNT      TO WS-TOP-MAX-AMOUNT (TOP-IX).
005400     MOVE WS-USED-PCT            TO WS-TOP-USED-PCT (TOP-IX).
005410     MOVE WS-HIT-RULE            TO WS-TOP-RULE (TOP-IX).
005420 4000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460*  4100-KEEP-RULE - HOLD THE MATCHED RULE'S CEILINGS.      *
005470*                   EXR-IX IS ON THE MATCH                 *
005480*----------------------------------------------------------*
005490 4100-KEEP-RULE.
005500     SET WS-EXR-FOUND TO TRUE.
005510     MOVE WS-EXR-MAX-AMOUNT (EXR-IX) TO WS-HIT-MAX-AMOUNT.
005520     MOVE WS-EXR-MAX-COUNT (EXR-IX)  TO WS-HIT-MAX-COUNT.
005530 4100-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570*  4200-SHIFT-DOWN - MOVE ONE TOP TABLE ENTRY DOWN A PLACE *
005580*                    TO OPEN THE INSERTION SLOT            *
005590*----------------------------------------------------------*
005600 4200-SHIFT-DOWN.
005610     MOVE WS-TOP-ENTRY (WS-TOP-SUB - 1)
005620         TO WS-TOP-ENTRY (WS-TOP-SUB).
005630 4200-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670*  5000-PRINT-HEADINGS                                     *
005680*----------------------------------------------------------*
005690 5000-PRINT-HEADINGS.
005700     MOVE WS-CURRENT-DATE     TO RPT-HDG-DATE.
005710     MOVE WS-CURRENT-TIME     TO RPT-HDG-TIME.
005720     WRITE REPORT-LINE FROM RPT-HEADING-1.
005730     MOVE WS-EXP-WINDOW-START TO RPT-HDG-FROM.
005740     MOVE WS-AS-OF-DATE       TO RPT-HDG-AS-OF.
005750     MOVE WS-EXP-WINDOW-DAYS  TO RPT-HDG-WINDOW.
005760     MOVE WS-TOP-MAX          TO RPT-HDG-TOP.
005770     WRITE REPORT-LINE FROM RPT-HEADING-2.
005780     MOVE SPACES TO REPORT-LINE.
005790     WRITE REPORT-LINE.
005800     IF WS-EXR-COUNT = 0
005810         WRITE REPORT-LINE FROM RPT-NO-RULES-LINE
005820         GO TO 5000-EXIT
005830     END-IF.
005840     WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
005850 5000-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890*  5100-PRINT-CUSTOMER - ONE LINE PER RANKED CUSTOMER.  A  *
005900*                        ZERO CEILING IS NOT CHECKED AND   *
005910*                        PRINTS BLANK                      *
005920*----------------------------------------------------------*
005930 5100-PRINT-CUSTOMER.
005940     SET TOP-IX TO WS-TOP-SUB.
005950     MOVE WS-TOP-SUB                TO RPT-DTL-RANK.
005960     MOVE WS-TOP-NAME (TOP-IX)      TO RPT-DTL-NAME.
005970     MOVE WS-TOP-DTL-CT (TOP-IX)    TO RPT-DTL-DTL-CT.
005980     IF WS-TOP-MAX-COUNT (TOP-IX) > 0
005990         MOVE WS-TOP-MAX-COUNT (TOP-IX) TO RPT-DTL-MAX-CT
006000     ELSE
006010         MOVE SPACES TO RPT-DTL-MAX-CT-X
006020     END-IF.
006030     MOVE WS-TOP-AMOUNT (TOP-IX)    TO RPT-DTL-AMOUNT.
006040     IF WS-TOP-MAX-AMOUNT (TOP-IX) > 0
006050         MOVE WS-TOP-MAX-AMOUNT (TOP-IX) TO RPT-DTL-MAX-AMT
006060     ELSE
006070         MOVE SPACES TO RPT-DTL-MAX-AMT-X
006080     END-IF.
006090     MOVE WS-TOP-USED-PCT (TOP-IX)  TO RPT-DTL-USED-PCT.
006100     MOVE WS-TOP-RULE (TOP-IX)      TO RPT-DTL-RULE.
006110     EVALUATE TRUE
006120         WHEN WS-TOP-USED-PCT (TOP-IX) > 100
006130             MOVE 'OVER CEILING' TO RPT-DTL-STATUS
006140         WHEN WS-TOP-USED-PCT (TOP-IX) = 100
006150             MOVE 'AT CEILING' TO RPT-DTL-STATUS
006160         WHEN WS-TOP-USED-PCT (TOP-IX) NOT < 90
006170             MOVE 'WITHIN 10 PCT' TO RPT-DTL-STATUS
006180         WHEN OTHER
006190             MOVE SPACES TO RPT-DTL-STATUS
006200     END-EVALUATE.
006210     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
006220 5100-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------*
006260*  6000-PRINT-SIGN-OFF - TOTALS AND THE CEILING LINE       *
006270*----------------------------------------------------------*
006280 6000-PRINT-SIGN-OFF.
006290     MOVE SPACES TO REPORT-LINE.
006300     WRITE REPORT-LINE.
006310     MOVE 'MASTER RECORDS READ' TO RPT-TOT-DESC.
006320     MOVE WS-MASTER-CT TO RPT-TOT-COUNT.
006330     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006340     MOVE '  LIVE AND INSIDE THE WINDOW' TO RPT-TOT-DESC.
006350     MOVE WS-WINDOW-CT TO RPT-TOT-COUNT.
006360     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006370     MOVE 'CUSTOMERS IN THE WINDOW' TO RPT-TOT-DESC.
006380     MOVE WS-EXT-COUNT TO RPT-TOT-COUNT.
006390     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006400     MOVE '  UNDER A CEILING' TO RPT-TOT-DESC.
006410     MOVE WS-RULED-CT TO RPT-TOT-COUNT.
006420     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006430     MOVE '  WITHIN 10 PCT OF CEILING' TO RPT-TOT-DESC.
006440     MOVE WS-NEAR-CT TO RPT-TOT-COUNT.
006450     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006460     MOVE '  AT OR OVER CEILING' TO RPT-TOT-DESC.
006470     MOVE WS-OVER-CT TO RPT-TOT-COUNT.
006480     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006490     MOVE SPACES TO REPORT-LINE.
006500     WRITE REPORT-LINE.
006510     IF WS-OVER-CT > 0
006520         MOVE WS-OVER-CT TO RPT-OVR-COUNT
006530         WRITE REPORT-LINE FROM RPT-OVER-LINE
006540     ELSE
006550         WRITE REPORT-LINE FROM RPT-CLEAN-LINE
006560     END-IF.
006570 6000-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------*
006610*  8000-PRINT-SUMMARY - CONSOLE TOTALS FOR THE JOB LOG     *
006620*----------------------------------------------------------*
006630 8000-PRINT-SUMMARY.
006640     DISPLAY "DL250 - RUN SUMMARY".
006650     DISPLAY "  MASTER RECORDS     = " WS-MASTER-CT.
006660     DISPLAY "  INSIDE THE WINDOW  = " WS-WINDOW-CT.
006670     DISPLAY "  CUSTOMERS          = " WS-EXT-COUNT.
006680     DISPLAY "  UNDER A CEILING    = " WS-RULED-CT.
006690     DISPLAY "  WITHIN 10 PCT      = " WS-NEAR-CT.
006700     DISPLAY "  AT OR OVER CEILING = " WS-OVER-CT.
006710     DISPLAY "  CUSTOMERS LISTED   = " WS-TOP-COUNT.
006720 8000-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------*
006760*  9000-TERMINATE - CLOSE FILES                            *
006770*----------------------------------------------------------*
006780 9000-TERMINATE.
006790     CLOSE TRANS-MASTER-FILE.
006800     CLOSE REPORT-FILE.
006810 9000-EXIT.
006820     EXIT.
006830
006840 9999-EXIT.
006850     STOP RUN.
